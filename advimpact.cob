       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-IMPACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SESSION-LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SESSLOG.
           SELECT ROOM-IN-FILE
               ASSIGN DYNAMIC WS-ROOM-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RI-NUMBER
               FILE STATUS IS WS-FS-ROOMS.
           SELECT SCRIPT-FILE
               ASSIGN DYNAMIC WS-SCRIPT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SCRIPT.
           SELECT REPLAY-RESULT-FILE
               ASSIGN DYNAMIC WS-RPLRES-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPLRES.

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

       FD  ROOM-IN-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-IN-RECORD.
           03 RI-NUMBER        PIC 9(03).
           03 FILLER           PIC X(96).
           03 RI-NAME          PIC X(20).
           03 RI-DESC          PIC X(100).
           03 RI-DARK          PIC X.

      * ONE LOGGED SESSION, COPIED AS IT STANDS FOR THE ENGINE'S
      * REPLAY MODE
       FD  SCRIPT-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SCRIPT-RECORD PIC X(40).

      * THE ENGINE'S VERDICT ON THE REPLAY JUST RUN
       FD  REPLAY-RESULT-FILE
              RECORD CONTAINS 100 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REPLAY-RESULT-RECORD.
           03 RR-ROOM          PIC 99.
           03 RR-SCORE         PIC 9(05).
           03 RR-RESULT        PIC X(08).
           03 RR-TURNS         PIC 9(04).
           03 RR-HAVE-EXP      PIC X.
           03 RR-EXP-ROOM      PIC 99.
           03 RR-EXP-SCORE     PIC 9(05).
           03 RR-EXP-RESULT    PIC X(08).
           03 RR-VERDICT       PIC X(08).
           03 RR-DIV-TURN      PIC 9(04).
           03 RR-DIV-VERB      PIC X(10).
           03 RR-DIV-NOUN      PIC X(10).
           03 RR-DIV-EXP-ROOM  PIC 99.
           03 RR-DIV-EXP-OUT   PIC X(08).
           03 RR-DIV-ROOM      PIC 99.
           03 RR-DIV-OUT       PIC X(08).
           03 FILLER           PIC X(13).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-SESS PIC X VALUE 'N'.
               88 NO-MORE-SESS VALUE 'Y'.

       01 WS-FS-SESSLOG  PIC X(02).
       01 WS-FS-ROOMS    PIC X(02).
       01 WS-FS-SCRIPT   PIC X(02).
       01 WS-FS-RPLRES   PIC X(02).

       01 WS-IN-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-LIVE-FILENAME    PIC X(40) VALUE 'sessionlog.dat'.
       01 WS-ROOM-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-SCRIPT-FILENAME  PIC X(40) VALUE 'advimpact.rpl'.
       01 WS-RPLRES-FILENAME  PIC X(40) VALUE 'advimpact.res'.
       01 WS-ENGINE-OUTPUT    PIC X(40) VALUE 'advimpact.out'.

       01 WS-DATASET-PARM  PIC X(120) VALUE SPACES.
       01 WS-FROM-TXT      PIC X(10) VALUE SPACES.

       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-FROM-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-END-INT       PIC 9(08) VALUE 0.
       01 WS-LOOKBACK-DAYS PIC 9(03) VALUE 366.

      * A DATASET SET IS NAMED BY ITS FILE-NAME PREFIX; LIVE IS
      * THE UNPREFIXED PRODUCTION SET
       01 WS-STAGE-PREFIX    PIC X(40) VALUE SPACES.
       01 WS-NAME-PREFIX     PIC X(40) VALUE SPACES.
       01 WS-NAME-BUILT      PIC X(40) VALUE SPACES.
       01  WS-FILE-NAMES.
           05 FILLER PIC X(26) VALUE 'ROOMS       rooms         '.
           05 FILLER PIC X(26) VALUE 'OBJECTS     objects       '.
           05 FILLER PIC X(26) VALUE 'CREATURES   creatures     '.
           05 FILLER PIC X(26) VALUE 'NPCS        npcs          '.
           05 FILLER PIC X(26) VALUE 'EVENTS      events        '.
           05 FILLER PIC X(26) VALUE 'HINTS       hints         '.
           05 FILLER PIC X(26) VALUE 'SHOPS       shops         '.
           05 FILLER PIC X(26) VALUE 'RECIPES     recipes       '.
           05 FILLER PIC X(26) VALUE 'QUESTS      quests        '.
       01  WS-FILE-TBL REDEFINES WS-FILE-NAMES.
           05 WS-FILE-ENTRY OCCURS 9 TIMES.
              10 WS-FILE-TITLE PIC X(12).
              10 WS-FILE-BASE  PIC X(14).
       01 WS-FILE-IX         PIC 99 VALUE 0.
       01 STAGE-NAMES.
           05 WS-STAGE-NAME  PIC X(40) OCCURS 9 TIMES.

       01 WS-GEN-FOUND       PIC X(01) VALUE 'N'.
       01 WS-GEN-READ        PIC 9(05) VALUE 0.
       01 WS-LIVE-GEN        PIC 9(05) VALUE 0.
       01 WS-STAGE-GEN       PIC 9(05) VALUE 0.
       01 WS-LIVE-ROOMS      PIC X(10) VALUE 'rooms.dat'.

      * REPLAYS ARE RUN AS SEPARATE JOB STEPS BY THE ENGINE'S LOAD
      * MODULE NAME; ITS CONSOLE OUTPUT GOES TO ADVIMPACT.OUT AND
      * ITS VERDICT COMES BACK IN ADVIMPACT.RES.
       01 WS-CMD-LINE        PIC X(400) VALUE SPACES.
       01 WS-CMD-PTR         PIC 9(03) VALUE 0.
       01 WS-STEP-STATUS     PIC S9(09) VALUE 0.
       01 WS-STEP-RC         PIC 9(03) VALUE 0.

      * THE SESSION BEING READ
       01 CUR-SESSION.
           05 CUR-ACTIVE    PIC X VALUE 'N'.
           05 CUR-ID        PIC X(10) VALUE SPACES.
           05 CUR-DATE      PIC 9(08) VALUE 0.
           05 CUR-TIME      PIC 9(06) VALUE 0.
           05 CUR-DSETS     PIC 99 VALUE 0.
           05 CUR-GEN       PIC 9(05) VALUE 0.
           05 CUR-ROOMFILE  PIC X(10) VALUE SPACES.
           05 CUR-RESUMED   PIC X VALUE 'N'.
           05 CUR-ENDED     PIC X VALUE 'N'.
           05 CUR-END-ROOM  PIC 99 VALUE 0.
           05 CUR-END-SCORE PIC 9(05) VALUE 0.
           05 CUR-END-WHY   PIC X(08) VALUE SPACES.

       01 WS-REASON        PIC X(20) VALUE SPACES.

       01 CT-FILES         PIC 9(05) VALUE 0.
       01 CT-SESSIONS      PIC 9(05) VALUE 0.
       01 CT-INCOMPLETE    PIC 9(05) VALUE 0.
       01 CT-OTHER-GEN     PIC 9(05) VALUE 0.
       01 CT-CAMPAIGN      PIC 9(05) VALUE 0.
       01 CT-RESUMED       PIC 9(05) VALUE 0.
       01 CT-REPLAYED      PIC 9(05) VALUE 0.
       01 CT-MATCH         PIC 9(05) VALUE 0.
       01 CT-MISMATCH      PIC 9(05) VALUE 0.
       01 CT-FAILED        PIC 9(05) VALUE 0.
       01 CT-DIVERGED      PIC 9(05) VALUE 0.
       01 CT-WINS          PIC 9(05) VALUE 0.
       01 CT-WINS-BROKEN   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * DATASET CHANGE IMPACT. EVERY COMPLETED SESSION PLAYED ON
      * THE LIVE ROOMS FILE AT THE LIVE GENERATION, IN THE DATED
      * SESSARCH ARCHIVES FROM THE FROM-DATE (DEFAULT A YEAR BACK)
      * AND THEN THE LIVE LOG, IS REPLAYED THROUGH THE ENGINE ON
      * THE STAGED SET WITH THE GENERATION STAMP NOT ENFORCED.
      * EACH REPLAY IS REPORTED AS A MATCH OR MISMATCH ON THE
      * '*END*' ROOM, SCORE AND RESULT, WITH THE FIRST TURN WHOSE
      * ROOM OR OUTCOME DIFFERED AND WHY. SESSIONS RESUMED FROM A
      * SAVE ('*REST*') AND CAMPAIGN SESSIONS SPANNING EPISODES
      * CANNOT BE REPLAYED FROM THE START AND ARE ONLY COUNTED.
      * RC 4 WHEN ANY REPLAY MISMATCHES, 8 WHEN A LOGGED WIN NO
      * LONGER WINS.
      * PARM: <STAGE-PREFIX> [FROM-YYYYMMDD] [SESSION-LOG]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           IF WS-DATASET-PARM NOT = SPACES
              UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
                 INTO WS-STAGE-PREFIX WS-FROM-TXT WS-IN-FILENAME
           END-IF
           IF WS-IN-FILENAME NOT = SPACES
              MOVE WS-IN-FILENAME TO WS-LIVE-FILENAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-FROM-TXT = SPACES
              COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-END-INT - WS-LOOKBACK-DAYS)
           ELSE
              IF WS-FROM-TXT(1:8) NUMERIC
                 AND WS-FROM-TXT(9:2) = SPACES
                 MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
              END-IF
           END-IF
           IF WS-STAGE-PREFIX = SPACES OR WS-FROM-DATE = 0
              DISPLAY 'USAGE: <STAGE-PREFIX> [FROM-YYYYMMDD]'
                 ' [SESSION-LOG]'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'LIVE' TO WS-NAME-PREFIX
           PERFORM READ-SET-GENERATION
           MOVE WS-GEN-READ TO WS-LIVE-GEN
           IF WS-GEN-FOUND = 'N'
              DISPLAY 'LIVE SET HAS NO ROOMS FILE OR NO MANIFEST.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-STAGE-PREFIX TO WS-NAME-PREFIX
           PERFORM READ-SET-GENERATION
           MOVE WS-GEN-READ TO WS-STAGE-GEN
           IF WS-GEN-FOUND = 'N'
              DISPLAY 'STAGED SET [' WS-STAGE-PREFIX
                 '] HAS NO ROOMS FILE OR NO MANIFEST.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 9
              PERFORM BUILD-SET-FILENAME
              MOVE WS-NAME-BUILT TO WS-STAGE-NAME(WS-FILE-IX)
           END-PERFORM

           DISPLAY 'DATASET CHANGE IMPACT REPORT  ' WS-TODAY
           DISPLAY 'LIVE GENERATION:   ' WS-LIVE-GEN
           DISPLAY 'STAGED GENERATION: ' WS-STAGE-GEN
              ' [' WS-STAGE-PREFIX ']'
           DISPLAY 'STAGED QUESTS:     ' WS-STAGE-NAME(9)
           DISPLAY 'SESSIONS FROM:     ' WS-FROM-DATE
           DISPLAY SPACE
           DISPLAY 'PLAYER     DATE     TIME   LOGGED ROOM SCORE'
              ' RESULT   REPLAY ROOM SCORE RESULT   VERDICT'

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

           PERFORM REPORT-SUMMARY
           EVALUATE TRUE
              WHEN CT-WINS-BROKEN > 0
                 MOVE 8 TO RETURN-CODE
              WHEN CT-MISMATCH > 0 OR CT-FAILED > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       BUILD-SET-FILENAME.
           MOVE SPACES TO WS-NAME-BUILT
           IF WS-NAME-PREFIX = 'LIVE'
              STRING WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-NAME-BUILT
           ELSE
              STRING WS-NAME-PREFIX DELIMITED BY SPACE
                 WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-NAME-BUILT
           END-IF.

      * THE GENERATION STAMPED IN A SET'S MANIFEST (ROOMS KEY 999)
       READ-SET-GENERATION.
           MOVE 'N' TO WS-GEN-FOUND
           MOVE 0 TO WS-GEN-READ
           MOVE 1 TO WS-FILE-IX
           PERFORM BUILD-SET-FILENAME
           MOVE WS-NAME-BUILT TO WS-ROOM-FILENAME
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

      * -------------------------
      * ONE SESSION LOG OR ARCHIVE, SPLIT INTO SESSIONS AT THE
      * '*SESS*' HEADERS. EACH SESSION IS COPIED TO THE REPLAY
      * SCRIPT AS IT IS READ AND JUDGED WHEN THE NEXT HEADER (OR
      * THE END OF THE FILE) IS REACHED. HEADERLESS LEGACY RECORDS
      * CARRY NO GENERATION AND ARE PASSED OVER.
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
           MOVE 'Y' TO CUR-ACTIVE
           MOVE SL-NOUN TO CUR-ID
           MOVE 0 TO CUR-DATE CUR-TIME
           IF SL-HDR-DATE NUMERIC
              MOVE SL-HDR-DATE TO CUR-DATE
           END-IF
           IF SL-HDR-TIME NUMERIC
              MOVE SL-HDR-TIME TO CUR-TIME
           END-IF
           MOVE 0 TO CUR-DSETS CUR-GEN
           MOVE SPACES TO CUR-ROOMFILE
           MOVE 'N' TO CUR-RESUMED
           MOVE 'N' TO CUR-ENDED
           OPEN OUTPUT SCRIPT-FILE
           IF WS-FS-SCRIPT NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-SCRIPT-FILENAME '] STATUS='
                 WS-FS-SCRIPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       TAKE-SESSION-RECORD.
           MOVE SESSION-LOG-RECORD TO SCRIPT-RECORD
           WRITE SCRIPT-RECORD
           IF WS-FS-SCRIPT NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-SCRIPT-FILENAME '] STATUS='
                 WS-FS-SCRIPT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           EVALUATE SL-VERB
              WHEN '*DSET*'
                 ADD 1 TO CUR-DSETS
                 MOVE SL-NOUN TO CUR-ROOMFILE
                 MOVE 0 TO CUR-GEN
                 IF SL-DSET-GEN NUMERIC
                    MOVE SL-DSET-GEN TO CUR-GEN
                 END-IF
              WHEN '*REST*'
                 MOVE 'Y' TO CUR-RESUMED
              WHEN '*END*'
                 MOVE 'Y' TO CUR-ENDED
                 MOVE SL-ROOM TO CUR-END-ROOM
                 MOVE SL-NOUN TO CUR-END-WHY
                 MOVE 0 TO CUR-END-SCORE
                 IF SL-SCORE NUMERIC
                    MOVE SL-SCORE TO CUR-END-SCORE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * -------------------------
      * JUDGE THE SESSION JUST READ: ONLY A FINISHED ONE-EPISODE
      * SESSION ON THE LIVE ROOMS FILE AND GENERATION, PLAYED FROM
      * THE START, IS REPLAYED
      * -------------------------
       FINISH-SESSION.
           IF CUR-ACTIVE = 'Y'
              MOVE 'N' TO CUR-ACTIVE
              CLOSE SCRIPT-FILE
              ADD 1 TO CT-SESSIONS
              EVALUATE TRUE
                 WHEN CUR-ENDED = 'N'
                    ADD 1 TO CT-INCOMPLETE
                 WHEN CUR-DSETS > 1
                    ADD 1 TO CT-CAMPAIGN
                 WHEN CUR-DSETS = 0
                    OR CUR-GEN NOT = WS-LIVE-GEN
                    OR CUR-ROOMFILE NOT = WS-LIVE-ROOMS
                    ADD 1 TO CT-OTHER-GEN
                 WHEN CUR-RESUMED = 'Y'
                    ADD 1 TO CT-RESUMED
                 WHEN OTHER
                    PERFORM REPLAY-SESSION
              END-EVALUATE
           END-IF.

      * -------------------------
      * RUN THE ENGINE'S REPLAY OF THE SCRIPT ON THE STAGED SET AND
      * REPORT ITS VERDICT. THE ENGINE TAKES THE STAGED QUESTS FILE
      * FROM THE STAGED ROOMS FILE'S PREFIX.
      * -------------------------
       REPLAY-SESSION.
           ADD 1 TO CT-REPLAYED
           IF CUR-END-WHY = 'WIN'
              ADD 1 TO CT-WINS
           END-IF
           OPEN OUTPUT REPLAY-RESULT-FILE
           CLOSE REPLAY-RESULT-FILE
           MOVE SPACES TO WS-CMD-LINE
           MOVE 1 TO WS-CMD-PTR
           STRING 'adventure' DELIMITED BY SIZE
              INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 6
              STRING ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(WS-FILE-IX) DELIMITED BY SPACE
                 INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
           END-PERFORM
           STRING ' messages.dat ' DELIMITED BY SIZE
              WS-SCRIPT-FILENAME DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-STAGE-NAME(7) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-STAGE-NAME(8) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-RPLRES-FILENAME DELIMITED BY SPACE
              ' > ' DELIMITED BY SIZE
              WS-ENGINE-OUTPUT DELIMITED BY SPACE
              ' 2>&1' DELIMITED BY SIZE
              INTO WS-CMD-LINE WITH POINTER WS-CMD-PTR
           PERFORM RUN-STEP

           MOVE SPACES TO REPLAY-RESULT-RECORD
           OPEN INPUT REPLAY-RESULT-FILE
           IF WS-FS-RPLRES = '00'
              READ REPLAY-RESULT-FILE
              END-READ
              IF WS-FS-RPLRES NOT = '00'
                 MOVE SPACES TO REPLAY-RESULT-RECORD
              END-IF
              CLOSE REPLAY-RESULT-FILE
           END-IF

           IF RR-VERDICT = SPACES
              ADD 1 TO CT-FAILED
              DISPLAY CUR-ID ' ' CUR-DATE ' ' CUR-TIME
                 ' REPLAY FAILED, ENGINE RC ' WS-STEP-RC
                 ' - SEE ' WS-ENGINE-OUTPUT
           ELSE
              IF RR-VERDICT = 'MATCH'
                 ADD 1 TO CT-MATCH
              ELSE
                 ADD 1 TO CT-MISMATCH
                 IF CUR-END-WHY = 'WIN' AND RR-RESULT NOT = 'WIN'
                    ADD 1 TO CT-WINS-BROKEN
                 END-IF
              END-IF
              DISPLAY CUR-ID ' ' CUR-DATE ' ' CUR-TIME
                 '        ' CUR-END-ROOM '  ' CUR-END-SCORE ' '
                 CUR-END-WHY '        ' RR-ROOM '  ' RR-SCORE ' '
                 RR-RESULT ' ' RR-VERDICT
              IF RR-DIV-TURN > 0
                 ADD 1 TO CT-DIVERGED
                 PERFORM CLASSIFY-DIVERGENCE
                 DISPLAY '    FIRST DIVERGENCE TURN ' RR-DIV-TURN
                    ' ' RR-DIV-VERB ' ' RR-DIV-NOUN ' ' WS-REASON
                 DISPLAY '      LOGGED ROOM ' RR-DIV-EXP-ROOM ' '
                    RR-DIV-EXP-OUT '  NOW ROOM ' RR-DIV-ROOM ' '
                    RR-DIV-OUT
              ELSE
                 IF RR-VERDICT NOT = 'MATCH'
                    DISPLAY '    EVERY TURN FOLLOWED THE LOGGED ROUTE;'
                       ' ONLY THE END STATE DIFFERS'
                 END-IF
              END-IF
           END-IF.

      * WHY THE REPLAY LEFT THE LOGGED ROUTE, FROM THE OUTCOME THE
      * ENGINE GAVE THE DIVERGENT COMMAND ON THE STAGED SET
       CLASSIFY-DIVERGENCE.
           EVALUATE RR-DIV-OUT
              WHEN 'NOWAY'
              WHEN 'LOCKED'
                 MOVE 'REFUSED MOVE' TO WS-REASON
              WHEN 'CREBLOCK'
                 MOVE 'CREATURE NOW BLOCKS' TO WS-REASON
              WHEN 'NOSEE'
              WHEN 'NOTHING'
              WHEN 'NOHOLD'
              WHEN 'NOOBJ'
              WHEN 'NOCARRY'
              WHEN 'NOAVAIL'
                 MOVE 'MISSING OBJECT' TO WS-REASON
              WHEN 'NOTAKE'
              WHEN 'TOOHEAVY'
                 MOVE 'OBJECT REFUSED' TO WS-REASON
              WHEN 'DARKROOM'
              WHEN 'DARKTAKE'
                 MOVE 'ROOM NOW DARK' TO WS-REASON
              WHEN 'WRONGRM'
              WHEN 'USEFIRST'
              WHEN 'NOHAP'
                 MOVE 'USE REFUSED' TO WS-REASON
              WHEN 'DIED'
              WHEN 'CREWIN'
                 MOVE 'PLAYER DIED' TO WS-REASON
              WHEN 'HUH'
                 MOVE 'NOT UNDERSTOOD' TO WS-REASON
              WHEN OTHER
                 IF RR-DIV-OUT = RR-DIV-EXP-OUT
                    MOVE 'ROOM DIFFERS' TO WS-REASON
                 ELSE
                    MOVE 'OUTCOME CHANGED' TO WS-REASON
                 END-IF
           END-EVALUATE.

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
           DISPLAY 'LOG FILES READ:            ' CT-FILES
           DISPLAY 'SESSIONS READ:             ' CT-SESSIONS
           DISPLAY '  NOT FINISHED:            ' CT-INCOMPLETE
           DISPLAY '  OTHER DATASET OR GEN:    ' CT-OTHER-GEN
           DISPLAY '  CAMPAIGN, MULTI-EPISODE: ' CT-CAMPAIGN
           DISPLAY '  RESUMED FROM A SAVE:     ' CT-RESUMED
           DISPLAY '  REPLAYED:                ' CT-REPLAYED
           DISPLAY 'END STATE MATCHES:         ' CT-MATCH
           DISPLAY 'END STATE MISMATCHES:      ' CT-MISMATCH
           DISPLAY 'REPLAYS THAT FAILED:       ' CT-FAILED
           DISPLAY 'ROUTES THAT DIVERGED:      ' CT-DIVERGED
           DISPLAY 'WINNING ROUTES BROKEN:     ' CT-WINS-BROKEN
              ' OF ' CT-WINS.
