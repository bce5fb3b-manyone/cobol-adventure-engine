       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-TOURNEY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TOURNEY-FILE
               ASSIGN DYNAMIC WS-TOURNEY-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TOURNEY.
           SELECT RESULT-FILE
               ASSIGN DYNAMIC WS-RESULT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESULT.
           SELECT RESULT-TMP-FILE
               ASSIGN DYNAMIC WS-RTMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTMP.
           SELECT SESSION-LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SESSLOG.

       DATA DIVISION.
       FILE SECTION.

      * A 'T' RECORD PER TOURNAMENT AND AN 'E' RECORD PER ROSTERED
      * PLAYER, IN THE ORDER THEY WERE ADDED
       FD  TOURNEY-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  TOURNEY-RECORD.
           03 TN-REC-TYPE       PIC X.
              88 TN-HEADER      VALUE 'T'.
              88 TN-ENTRY       VALUE 'E'.
           03 TN-ID             PIC X(04).
           03 TN-BODY           PIC X(35).
           03 TN-BODY-HDR REDEFINES TN-BODY.
              05 TN-START       PIC 9(08).
              05 TN-END         PIC 9(08).
              05 TN-GEN         PIC 9(05).
              05 TN-STATUS      PIC X.
                 88 TN-OPEN     VALUE 'O'.
                 88 TN-FINAL    VALUE 'F'.
              05 TN-FINAL-DATE  PIC 9(08).
              05 FILLER         PIC X(05).
           03 TN-BODY-ENTRY REDEFINES TN-BODY.
              05 TN-PLAYER-ID   PIC X(10).
              05 TN-ENTERED     PIC 9(08).
              05 FILLER         PIC X(17).

      * LOCKED FINAL STANDINGS, ONE RECORD PER ENTRANT. RANK 000
      * IS AN ENTRANT WITH NO QUALIFYING PLAY.
       FD  RESULT-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RESULT-RECORD.
           03 TR-ID             PIC X(04).
           03 TR-RANK           PIC 9(03).
           03 TR-PLAYER-ID      PIC X(10).
           03 TR-SCORE          PIC 9(05).
           03 TR-TURNS          PIC 9(04).
           03 TR-FIN-DATE       PIC 9(08).
           03 TR-FIN-TIME       PIC 9(06).

      * THE OTHER TOURNAMENTS' RESULTS WHILE A FINAL RUN REPLACES
      * ROWS LEFT BY AN EARLIER RUN THAT DID NOT LOCK
       FD  RESULT-TMP-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RESULT-TMP-RECORD PIC X(40).

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

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-TOURNEY PIC X VALUE 'N'.
               88 NO-MORE-TOURNEY VALUE 'Y'.
           03 WS-EOF-RESULT PIC X VALUE 'N'.
               88 NO-MORE-RESULT VALUE 'Y'.
           03 WS-EOF-SESS PIC X VALUE 'N'.
               88 NO-MORE-SESS VALUE 'Y'.
           03 WS-EOF-RTMP PIC X VALUE 'N'.
               88 NO-MORE-RTMP VALUE 'Y'.

       01 WS-FS-TOURNEY  PIC X(02).
       01 WS-FS-RESULT   PIC X(02).
       01 WS-FS-SESSLOG  PIC X(02).
       01 WS-FS-RTMP     PIC X(02).

       01 WS-TOURNEY-FILENAME PIC X(40) VALUE 'tourney.dat'.
       01 WS-RESULT-FILENAME  PIC X(40) VALUE 'tourres.dat'.
       01 WS-RTMP-FILENAME    PIC X(40) VALUE 'tourres.tmp'.
       01 WS-LIVE-FILENAME    PIC X(40) VALUE 'sessionlog.dat'.
       01 WS-IN-FILENAME      PIC X(40) VALUE SPACES.

       01 WS-DATASET-PARM  PIC X(120) VALUE SPACES.
       01 WS-MODE          PIC X(10) VALUE SPACES.
       01 WS-PARM-ID       PIC X(10) VALUE SPACES.
       01 WS-PARM-2        PIC X(40) VALUE SPACES.
       01 WS-PARM-3        PIC X(10) VALUE SPACES.
       01 WS-PARM-4        PIC X(10) VALUE SPACES.
       01 WS-TOURNEY-ID    PIC X(04) VALUE SPACES.

       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-END-INT       PIC 9(08) VALUE 0.

      * THE TOURNAMENT NAMED ON THE PARM, AS FOUND IN TOURNEY.DAT
       01 TOURNAMENT.
           05 T-FOUND       PIC X VALUE 'N'.
           05 T-START       PIC 9(08) VALUE 0.
           05 T-END         PIC 9(08) VALUE 0.
           05 T-GEN         PIC 9(05) VALUE 0.
           05 T-STATUS      PIC X VALUE SPACE.
           05 T-FINAL-DATE  PIC 9(08) VALUE 0.

       01 WS-MAX-ENTRANTS  PIC 999 VALUE 200.

      * THE ROSTER, WITH EACH ENTRANT'S BEST COUNTED SESSION
       01 ENTRANT-DATA.
           05 ENT-COUNT     PIC 999 VALUE 0.
           05 ENT-REC       OCCURS 200 TIMES.
              10 ENT-ID        PIC X(10).
              10 ENT-HAS-PLAY  PIC X.
              10 ENT-SCORE     PIC 9(05).
              10 ENT-TURNS     PIC 9(04).
              10 ENT-FIN-DATE  PIC 9(08).
              10 ENT-FIN-TIME  PIC 9(06).
              10 ENT-GAMES     PIC 9(04).
              10 ENT-RANK      PIC 9(03).

      * THE SESSION-LOG SESSION CURRENTLY BEING WALKED
       01 CUR-SESSION.
           05 CUR-ACTIVE    PIC X VALUE 'N'.
           05 CUR-ID        PIC X(10).
           05 CUR-DATE      PIC 9(08).
           05 CUR-TIME      PIC 9(06).
           05 CUR-TAG       PIC X(04).
           05 CUR-GEN-SEEN  PIC X.
           05 CUR-GEN-OK    PIC X.
           05 CUR-HAS-END   PIC X.
           05 CUR-SCORE     PIC 9(05).
           05 CUR-TURNS     PIC 9(04).
           05 CUR-FIN-DATE  PIC 9(08).
           05 CUR-FIN-TIME  PIC 9(06).

       01 WS-ENT-IX        PIC 999 VALUE 0.
       01 WS-BEST-IX       PIC 999 VALUE 0.
       01 WS-RANK          PIC 999 VALUE 0.
       01 WS-BETTER        PIC X VALUE 'N'.
       01 I                PIC 999 VALUE 0.

       01 CT-FILES         PIC 9(05) VALUE 0.
       01 CT-TAGGED        PIC 9(05) VALUE 0.
       01 CT-COUNTED       PIC 9(05) VALUE 0.
       01 CT-UNFINISHED    PIC 9(05) VALUE 0.
       01 CT-WRONG-GEN     PIC 9(05) VALUE 0.
       01 CT-OUT-WINDOW    PIC 9(05) VALUE 0.
       01 CT-NOT-ROSTER    PIC 9(05) VALUE 0.
       01 CT-UNTAGGED      PIC 9(05) VALUE 0.
       01 CT-NO-PLAY       PIC 9(05) VALUE 0.
       01 CT-EARLIER       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * TOURNAMENT MAINTENANCE AND STANDINGS. A TOURNAMENT HAS A
      * 4-CHARACTER ID, A START AND END DATE, THE DATASET
      * GENERATION IT MUST BE PLAYED ON (AS STAMPED FROM THE
      * MANIFEST) AND A ROSTER. TEXT-ADVENTURE TAGS THE '*SESS*'
      * HEADER OF A ROSTERED PLAYER'S SESSION DURING THE WINDOW.
      * STANDINGS COUNT ONLY TAGGED, FINISHED SESSIONS WHOSE EVERY
      * '*DSET*' RECORD IS ON THE REQUIRED GENERATION, AND RANK
      * EACH ENTRANT'S BEST BY SCORE, THEN FEWEST TURNS, THEN
      * EARLIEST FINISH. FINAL, RUN AFTER THE END DATE, WRITES THE
      * RESULT TO TOURRES.DAT AND LOCKS THE TOURNAMENT; STANDINGS
      * ON A LOCKED TOURNAMENT SHOW THE LOCKED RESULT.
      * PARM: CREATE    <ID> <START-YYYYMMDD> <END-YYYYMMDD> <GEN>
      *       ENTER     <ID> <PLAYER-ID>
      *       STANDINGS <ID> [SESSION-LOG]
      *       FINAL     <ID> [SESSION-LOG]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-MODE WS-PARM-ID WS-PARM-2 WS-PARM-3 WS-PARM-4
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-PARM-ID = SPACES OR WS-PARM-ID(5:6) NOT = SPACES
              PERFORM SHOW-USAGE
           END-IF
           MOVE WS-PARM-ID TO WS-TOURNEY-ID

           EVALUATE WS-MODE
              WHEN 'CREATE'
                 PERFORM CREATE-TOURNAMENT
              WHEN 'ENTER'
                 PERFORM ENTER-PLAYER
              WHEN 'STANDINGS'
                 PERFORM SHOW-STANDINGS
              WHEN 'FINAL'
                 PERFORM FINAL-STANDINGS
              WHEN OTHER
                 PERFORM SHOW-USAGE
           END-EVALUATE
           STOP RUN.

       SHOW-USAGE.
           DISPLAY 'USAGE: CREATE    <ID> <START-YYYYMMDD>'
              ' <END-YYYYMMDD> <GEN>'
           DISPLAY '       ENTER     <ID> <PLAYER-ID>'
           DISPLAY '       STANDINGS <ID> [SESSION-LOG]'
           DISPLAY '       FINAL     <ID> [SESSION-LOG]'
           DISPLAY 'TOURNAMENT IDS ARE 1 TO 4 CHARACTERS.'
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * -------------------------
      * ONE PASS OVER TOURNEY.DAT: THE NAMED TOURNAMENT'S HEADER
      * AND ITS ROSTER
      * -------------------------
       LOAD-TOURNAMENT.
           MOVE 'N' TO T-FOUND
           MOVE 0 TO ENT-COUNT
           MOVE 'N' TO WS-EOF-TOURNEY
           OPEN INPUT TOURNEY-FILE
           IF WS-FS-TOURNEY = '00'
              PERFORM READ-TOURNEY
              PERFORM UNTIL NO-MORE-TOURNEY
                 IF TN-ID = WS-TOURNEY-ID
                    EVALUATE TRUE
                       WHEN TN-HEADER
                          MOVE 'Y' TO T-FOUND
                          MOVE TN-START TO T-START
                          MOVE TN-END TO T-END
                          MOVE TN-GEN TO T-GEN
                          MOVE TN-STATUS TO T-STATUS
                          MOVE TN-FINAL-DATE TO T-FINAL-DATE
                       WHEN TN-ENTRY
                          PERFORM ADD-ENTRANT
                    END-EVALUATE
                 END-IF
                 PERFORM READ-TOURNEY
              END-PERFORM
              CLOSE TOURNEY-FILE
           END-IF.

       ADD-ENTRANT.
           IF ENT-COUNT >= WS-MAX-ENTRANTS
              DISPLAY 'MORE THAN ' WS-MAX-ENTRANTS
                 ' ENTRANTS. ABORTING.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO ENT-COUNT
           MOVE TN-PLAYER-ID TO ENT-ID(ENT-COUNT)
           MOVE 'N' TO ENT-HAS-PLAY(ENT-COUNT)
           MOVE 0 TO ENT-SCORE(ENT-COUNT)
           MOVE 0 TO ENT-TURNS(ENT-COUNT)
           MOVE 0 TO ENT-FIN-DATE(ENT-COUNT)
           MOVE 0 TO ENT-FIN-TIME(ENT-COUNT)
           MOVE 0 TO ENT-GAMES(ENT-COUNT)
           MOVE 0 TO ENT-RANK(ENT-COUNT).

       READ-TOURNEY.
           READ TOURNEY-FILE AT END SET NO-MORE-TOURNEY TO TRUE
           END-READ
           IF WS-FS-TOURNEY NOT = '00' AND WS-FS-TOURNEY NOT = '10'
              DISPLAY 'ERROR READING TOURNAMENT FILE, STATUS='
                 WS-FS-TOURNEY
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       REQUIRE-TOURNAMENT.
           PERFORM LOAD-TOURNAMENT
           IF T-FOUND = 'N'
              DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID ' IS NOT ON FILE.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       APPEND-TOURNEY-RECORD.
           OPEN EXTEND TOURNEY-FILE
           IF WS-FS-TOURNEY NOT = '00'
              OPEN OUTPUT TOURNEY-FILE
           END-IF
           IF WS-FS-TOURNEY NOT = '00'
              DISPLAY 'CANNOT OPEN TOURNAMENT FILE, STATUS='
                 WS-FS-TOURNEY
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE TOURNEY-RECORD
           IF WS-FS-TOURNEY NOT = '00'
              DISPLAY 'WRITE FAILED ON TOURNAMENT FILE, STATUS='
                 WS-FS-TOURNEY
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE TOURNEY-FILE.

      * -------------------------
      * CREATE: A NEW TOURNAMENT, OPEN, WITH AN EMPTY ROSTER
      * -------------------------
       CREATE-TOURNAMENT.
           IF WS-PARM-2(1:8) NOT NUMERIC
              OR WS-PARM-3(1:8) NOT NUMERIC
              OR WS-PARM-4 = SPACES
              PERFORM SHOW-USAGE
           END-IF
           IF FUNCTION TRIM(WS-PARM-4) IS NOT NUMERIC
              PERFORM SHOW-USAGE
           END-IF
           IF WS-PARM-3(1:8) < WS-PARM-2(1:8)
              DISPLAY 'END DATE IS BEFORE START DATE.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-TOURNAMENT
           IF T-FOUND = 'Y'
              DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID
                 ' IS ALREADY ON FILE.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO TOURNEY-RECORD
           MOVE 'T' TO TN-REC-TYPE
           MOVE WS-TOURNEY-ID TO TN-ID
           MOVE WS-PARM-2(1:8) TO TN-START
           MOVE WS-PARM-3(1:8) TO TN-END
           COMPUTE TN-GEN = FUNCTION NUMVAL(WS-PARM-4)
           MOVE 'O' TO TN-STATUS
           MOVE 0 TO TN-FINAL-DATE
           PERFORM APPEND-TOURNEY-RECORD
           DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID ' CREATED: '
              TN-START ' - ' TN-END ' ON GENERATION ' TN-GEN.

      * -------------------------
      * ENTER: ADD A PLAYER TO THE ROSTER OF AN OPEN TOURNAMENT
      * THAT HAS NOT YET ENDED
      * -------------------------
       ENTER-PLAYER.
           IF WS-PARM-2 = SPACES OR WS-PARM-2(11:30) NOT = SPACES
              OR WS-PARM-2(1:1) = '*'
              PERFORM SHOW-USAGE
           END-IF
           PERFORM REQUIRE-TOURNAMENT
           IF T-STATUS = 'F'
              DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID
                 ' IS FINAL - ROSTER IS CLOSED.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TODAY > T-END
              DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID ' ENDED ON '
                 T-END ' - ROSTER IS CLOSED.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENT-COUNT
              IF ENT-ID(I) = WS-PARM-2(1:10)
                 DISPLAY WS-PARM-2(1:10) ' IS ALREADY ENTERED IN '
                    WS-TOURNEY-ID '.'
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
           MOVE SPACES TO TOURNEY-RECORD
           MOVE 'E' TO TN-REC-TYPE
           MOVE WS-TOURNEY-ID TO TN-ID
           MOVE WS-PARM-2(1:10) TO TN-PLAYER-ID
           MOVE WS-TODAY TO TN-ENTERED
           PERFORM APPEND-TOURNEY-RECORD
           DISPLAY WS-PARM-2(1:10) ' ENTERED IN TOURNAMENT '
              WS-TOURNEY-ID '.'.

      * -------------------------
      * STANDINGS: LOCKED RESULT FOR A FINAL TOURNAMENT, OTHERWISE
      * PROVISIONAL STANDINGS FROM THE LOGS AS THEY STAND TODAY
      * -------------------------
       SHOW-STANDINGS.
           PERFORM REQUIRE-TOURNAMENT
           PERFORM SHOW-TOURNAMENT-HEADING
           IF T-STATUS = 'F'
              PERFORM SHOW-LOCKED-RESULT
           ELSE
              DISPLAY 'PROVISIONAL STANDINGS AT ' WS-TODAY
              DISPLAY SPACE
              PERFORM COMPUTE-STANDINGS
              PERFORM PRINT-STANDINGS
           END-IF.

      * -------------------------
      * FINAL: ONLY ONCE THE END DATE HAS PASSED. THE RESULT IS
      * WRITTEN FIRST AND THE TOURNAMENT LOCKED AFTER, SO A FAILED
      * RUN LEAVES IT OPEN TO BE RUN AGAIN; THE RERUN REPLACES ANY
      * RESULT ROWS THE FAILED RUN WROTE.
      * -------------------------
       FINAL-STANDINGS.
           PERFORM REQUIRE-TOURNAMENT
           IF T-STATUS = 'F'
              DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID
                 ' WAS MADE FINAL ON ' T-FINAL-DATE '.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TODAY <= T-END
              DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID
                 ' RUNS UNTIL ' T-END ' - NOT MADE FINAL.'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM SHOW-TOURNAMENT-HEADING
           DISPLAY 'FINAL STANDINGS, LOCKED ' WS-TODAY
           DISPLAY SPACE
           PERFORM COMPUTE-STANDINGS
           PERFORM PRINT-STANDINGS
           PERFORM WRITE-LOCKED-RESULT
           PERFORM LOCK-TOURNAMENT
           DISPLAY SPACE
           DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID ' IS NOW FINAL.'.

       SHOW-TOURNAMENT-HEADING.
           DISPLAY 'TOURNAMENT ' WS-TOURNEY-ID '  ' T-START ' - '
              T-END '  GENERATION ' T-GEN
           DISPLAY 'ENTRANTS: ' ENT-COUNT.

      * -------------------------
      * WALK THE DATED SESSARCH ARCHIVES FROM THE START DATE TO
      * TODAY AND THEN THE LIVE LOG, KEEPING EACH ENTRANT'S BEST
      * COUNTED SESSION, THEN RANK THE ENTRANTS
      * -------------------------
       COMPUTE-STANDINGS.
           IF WS-PARM-2 NOT = SPACES
              MOVE WS-PARM-2 TO WS-LIVE-FILENAME
           END-IF
           COMPUTE WS-SCAN-INT = FUNCTION INTEGER-OF-DATE(T-START)
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
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
           PERFORM RANK-ENTRANTS.

       WALK-ONE-FILE.
           MOVE 'N' TO WS-EOF-SESS
           MOVE 'N' TO CUR-ACTIVE
           OPEN INPUT SESSION-LOG-FILE
           IF WS-FS-SESSLOG = '00'
              ADD 1 TO CT-FILES
              PERFORM READ-SESS
              PERFORM UNTIL NO-MORE-SESS
                 EVALUATE TRUE
                    WHEN SL-VERB = '*SESS*'
                       PERFORM FINISH-SESSION
                       PERFORM START-SESSION
                    WHEN CUR-ACTIVE = 'N'
                       CONTINUE
                    WHEN SL-VERB = '*DSET*'
                       MOVE 'Y' TO CUR-GEN-SEEN
                       IF SL-DSET-GEN NOT = T-GEN
                          MOVE 'N' TO CUR-GEN-OK
                       END-IF
                    WHEN SL-VERB = '*END*'
                       MOVE 'Y' TO CUR-HAS-END
                       MOVE SL-SCORE TO CUR-SCORE
                       MOVE SL-TURNS TO CUR-TURNS
                       PERFORM SET-FINISH-TIME
                 END-EVALUATE
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
           MOVE 0 TO CUR-DATE
           MOVE 0 TO CUR-TIME
           IF SL-HDR-DATE NUMERIC
              MOVE SL-HDR-DATE TO CUR-DATE
           END-IF
           IF SL-HDR-TIME NUMERIC
              MOVE SL-HDR-TIME TO CUR-TIME
           END-IF
           MOVE SL-HDR-TOURNEY TO CUR-TAG
           MOVE 'N' TO CUR-GEN-SEEN
           MOVE 'Y' TO CUR-GEN-OK
           MOVE 'N' TO CUR-HAS-END
           MOVE 0 TO CUR-SCORE
           MOVE 0 TO CUR-TURNS
           MOVE CUR-DATE TO CUR-FIN-DATE
           MOVE CUR-TIME TO CUR-FIN-TIME.

      * THE '*END*' TRAILER CARRIES THE TIME OF DAY THE GAME ENDED;
      * AN END TIME BEFORE THE START TIME RAN PAST MIDNIGHT
       SET-FINISH-TIME.
           MOVE CUR-DATE TO CUR-FIN-DATE
           MOVE CUR-TIME TO CUR-FIN-TIME
           IF SL-END-TIME NUMERIC AND CUR-DATE > 0
              MOVE SL-END-TIME TO CUR-FIN-TIME
              IF SL-END-TIME < CUR-TIME
                 COMPUTE CUR-FIN-DATE = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(CUR-DATE) + 1)
              END-IF
           END-IF.

      * -------------------------
      * A SESSION JUST ENDED: DOES IT COUNT, AND IS IT THE
      * ENTRANT'S BEST SO FAR
      * -------------------------
       FINISH-SESSION.
           IF CUR-ACTIVE = 'Y'
              MOVE 0 TO WS-ENT-IX
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENT-COUNT
                 IF WS-ENT-IX = 0 AND ENT-ID(I) = CUR-ID
                    MOVE I TO WS-ENT-IX
                 END-IF
              END-PERFORM
              IF CUR-TAG = WS-TOURNEY-ID
                 ADD 1 TO CT-TAGGED
                 EVALUATE TRUE
                    WHEN CUR-HAS-END = 'N'
                       ADD 1 TO CT-UNFINISHED
                    WHEN CUR-GEN-SEEN = 'N' OR CUR-GEN-OK = 'N'
                       ADD 1 TO CT-WRONG-GEN
                    WHEN CUR-DATE < T-START OR CUR-DATE > T-END
                       ADD 1 TO CT-OUT-WINDOW
                    WHEN WS-ENT-IX = 0
                       ADD 1 TO CT-NOT-ROSTER
                    WHEN OTHER
                       ADD 1 TO CT-COUNTED
                       PERFORM TAKE-COUNTED-SESSION
                 END-EVALUATE
              ELSE
                 IF WS-ENT-IX > 0
                    AND CUR-DATE >= T-START AND CUR-DATE <= T-END
                    ADD 1 TO CT-UNTAGGED
                 END-IF
              END-IF
           END-IF
           MOVE 'N' TO CUR-ACTIVE.

       TAKE-COUNTED-SESSION.
           ADD 1 TO ENT-GAMES(WS-ENT-IX)
           MOVE 'N' TO WS-BETTER
           EVALUATE TRUE
              WHEN ENT-HAS-PLAY(WS-ENT-IX) = 'N'
                 MOVE 'Y' TO WS-BETTER
              WHEN CUR-SCORE > ENT-SCORE(WS-ENT-IX)
                 MOVE 'Y' TO WS-BETTER
              WHEN CUR-SCORE < ENT-SCORE(WS-ENT-IX)
                 CONTINUE
              WHEN CUR-TURNS < ENT-TURNS(WS-ENT-IX)
                 MOVE 'Y' TO WS-BETTER
              WHEN CUR-TURNS > ENT-TURNS(WS-ENT-IX)
                 CONTINUE
              WHEN CUR-FIN-DATE < ENT-FIN-DATE(WS-ENT-IX)
                 MOVE 'Y' TO WS-BETTER
              WHEN CUR-FIN-DATE = ENT-FIN-DATE(WS-ENT-IX)
                 AND CUR-FIN-TIME < ENT-FIN-TIME(WS-ENT-IX)
                 MOVE 'Y' TO WS-BETTER
           END-EVALUATE
           IF WS-BETTER = 'Y'
              MOVE 'Y' TO ENT-HAS-PLAY(WS-ENT-IX)
              MOVE CUR-SCORE TO ENT-SCORE(WS-ENT-IX)
              MOVE CUR-TURNS TO ENT-TURNS(WS-ENT-IX)
              MOVE CUR-FIN-DATE TO ENT-FIN-DATE(WS-ENT-IX)
              MOVE CUR-FIN-TIME TO ENT-FIN-TIME(WS-ENT-IX)
           END-IF.

      * -------------------------
      * RANK: REPEATEDLY PICK THE BEST UNRANKED ENTRANT WITH PLAY
      * -------------------------
       RANK-ENTRANTS.
           MOVE 0 TO WS-RANK
           MOVE 1 TO WS-BEST-IX
           PERFORM UNTIL WS-BEST-IX = 0
              MOVE 0 TO WS-BEST-IX
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENT-COUNT
                 IF ENT-HAS-PLAY(I) = 'Y' AND ENT-RANK(I) = 0
                    PERFORM COMPARE-WITH-BEST
                 END-IF
              END-PERFORM
              IF WS-BEST-IX > 0
                 ADD 1 TO WS-RANK
                 MOVE WS-RANK TO ENT-RANK(WS-BEST-IX)
              END-IF
           END-PERFORM.

       COMPARE-WITH-BEST.
           MOVE 'N' TO WS-BETTER
           EVALUATE TRUE
              WHEN WS-BEST-IX = 0
                 MOVE 'Y' TO WS-BETTER
              WHEN ENT-SCORE(I) > ENT-SCORE(WS-BEST-IX)
                 MOVE 'Y' TO WS-BETTER
              WHEN ENT-SCORE(I) < ENT-SCORE(WS-BEST-IX)
                 CONTINUE
              WHEN ENT-TURNS(I) < ENT-TURNS(WS-BEST-IX)
                 MOVE 'Y' TO WS-BETTER
              WHEN ENT-TURNS(I) > ENT-TURNS(WS-BEST-IX)
                 CONTINUE
              WHEN ENT-FIN-DATE(I) < ENT-FIN-DATE(WS-BEST-IX)
                 MOVE 'Y' TO WS-BETTER
              WHEN ENT-FIN-DATE(I) = ENT-FIN-DATE(WS-BEST-IX)
                 AND ENT-FIN-TIME(I) < ENT-FIN-TIME(WS-BEST-IX)
                 MOVE 'Y' TO WS-BETTER
           END-EVALUATE
           IF WS-BETTER = 'Y'
              MOVE I TO WS-BEST-IX
           END-IF.

       PRINT-STANDINGS.
           DISPLAY 'RANK PLAYER      SCORE TURNS FINISHED        GAMES'
           PERFORM VARYING WS-RANK FROM 1 BY 1
              UNTIL WS-RANK > ENT-COUNT
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENT-COUNT
                 IF ENT-RANK(I) = WS-RANK
                    DISPLAY ' ' ENT-RANK(I) ' ' ENT-ID(I) ' '
                       ENT-SCORE(I) '  ' ENT-TURNS(I) ' '
                       ENT-FIN-DATE(I) ' ' ENT-FIN-TIME(I) '  '
                       ENT-GAMES(I)
                 END-IF
              END-PERFORM
           END-PERFORM
           MOVE 0 TO CT-NO-PLAY
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENT-COUNT
              IF ENT-RANK(I) = 0
                 IF CT-NO-PLAY = 0
                    DISPLAY SPACE
                    DISPLAY 'NO QUALIFYING PLAY:'
                 END-IF
                 ADD 1 TO CT-NO-PLAY
                 DISPLAY '     ' ENT-ID(I)
              END-IF
           END-PERFORM
           DISPLAY SPACE
           DISPLAY 'LOG FILES READ:              ' CT-FILES
           DISPLAY 'TAGGED SESSIONS:             ' CT-TAGGED
           DISPLAY '  COUNTED:                   ' CT-COUNTED
           DISPLAY '  NOT FINISHED:              ' CT-UNFINISHED
           DISPLAY '  WRONG GENERATION:          ' CT-WRONG-GEN
           DISPLAY '  OUTSIDE THE WINDOW:        ' CT-OUT-WINDOW
           DISPLAY '  NOT ON THE ROSTER:         ' CT-NOT-ROSTER
           DISPLAY 'UNTAGGED ENTRANT SESSIONS:   ' CT-UNTAGGED
              ' (NOT COUNTED)'.

       WRITE-LOCKED-RESULT.
           PERFORM DROP-EARLIER-RESULT
           OPEN EXTEND RESULT-FILE
           IF WS-FS-RESULT NOT = '00'
              OPEN OUTPUT RESULT-FILE
           END-IF
           IF WS-FS-RESULT NOT = '00'
              DISPLAY 'CANNOT OPEN RESULT FILE, STATUS=' WS-FS-RESULT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > ENT-COUNT
              MOVE WS-TOURNEY-ID TO TR-ID
              MOVE ENT-RANK(I) TO TR-RANK
              MOVE ENT-ID(I) TO TR-PLAYER-ID
              MOVE ENT-SCORE(I) TO TR-SCORE
              MOVE ENT-TURNS(I) TO TR-TURNS
              MOVE ENT-FIN-DATE(I) TO TR-FIN-DATE
              MOVE ENT-FIN-TIME(I) TO TR-FIN-TIME
              WRITE RESULT-RECORD
              IF WS-FS-RESULT NOT = '00'
                 DISPLAY 'WRITE FAILED ON RESULT FILE, STATUS='
                    WS-FS-RESULT
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-PERFORM
           CLOSE RESULT-FILE.

      * ROWS FOR THIS TOURNAMENT ALREADY IN THE RESULT FILE CAME
      * FROM A FINAL RUN THAT NEVER LOCKED IT. THE OTHER ROWS ARE
      * COPIED TO A WORK FILE AND, IF ANY WERE LEFT OUT, BACK OVER
      * THE RESULT FILE.
       DROP-EARLIER-RESULT.
           MOVE 0 TO CT-EARLIER
           MOVE 'N' TO WS-EOF-RESULT
           OPEN INPUT RESULT-FILE
           IF WS-FS-RESULT = '00'
              OPEN OUTPUT RESULT-TMP-FILE
              IF WS-FS-RTMP NOT = '00'
                 DISPLAY 'CANNOT OPEN WORK FILE, STATUS=' WS-FS-RTMP
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-RESULT
              PERFORM UNTIL NO-MORE-RESULT
                 IF TR-ID = WS-TOURNEY-ID
                    ADD 1 TO CT-EARLIER
                 ELSE
                    WRITE RESULT-TMP-RECORD FROM RESULT-RECORD
                    IF WS-FS-RTMP NOT = '00'
                       DISPLAY 'WRITE FAILED ON WORK FILE, STATUS='
                          WS-FS-RTMP
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
                 PERFORM READ-RESULT
              END-PERFORM
              CLOSE RESULT-FILE
              CLOSE RESULT-TMP-FILE
              IF CT-EARLIER > 0
                 DISPLAY 'REPLACING ' CT-EARLIER
                    ' RESULT ROWS FROM AN EARLIER FINAL RUN.'
                 PERFORM REWRITE-RESULT-FILE
              END-IF
           END-IF.

       REWRITE-RESULT-FILE.
           MOVE 'N' TO WS-EOF-RTMP
           OPEN INPUT RESULT-TMP-FILE
           OPEN OUTPUT RESULT-FILE
           IF WS-FS-RTMP NOT = '00' OR WS-FS-RESULT NOT = '00'
              DISPLAY 'CANNOT REWRITE RESULT FILE - OTHER RESULTS'
                 ' ARE IN [' WS-RTMP-FILENAME ']'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-RESULT-TMP
           PERFORM UNTIL NO-MORE-RTMP
              WRITE RESULT-RECORD FROM RESULT-TMP-RECORD
              IF WS-FS-RESULT NOT = '00'
                 DISPLAY 'WRITE FAILED ON RESULT FILE - OTHER'
                    ' RESULTS ARE IN [' WS-RTMP-FILENAME ']'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-RESULT-TMP
           END-PERFORM
           CLOSE RESULT-TMP-FILE
           CLOSE RESULT-FILE.

       READ-RESULT-TMP.
           READ RESULT-TMP-FILE AT END SET NO-MORE-RTMP TO TRUE
           END-READ
           IF WS-FS-RTMP NOT = '00' AND WS-FS-RTMP NOT = '10'
              DISPLAY 'ERROR READING WORK FILE, STATUS=' WS-FS-RTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       LOCK-TOURNAMENT.
           MOVE 'N' TO WS-EOF-TOURNEY
           OPEN I-O TOURNEY-FILE
           IF WS-FS-TOURNEY NOT = '00'
              DISPLAY 'CANNOT OPEN TOURNAMENT FILE, STATUS='
                 WS-FS-TOURNEY
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-TOURNEY
           PERFORM UNTIL NO-MORE-TOURNEY
              IF TN-HEADER AND TN-ID = WS-TOURNEY-ID
                 MOVE 'F' TO TN-STATUS
                 MOVE WS-TODAY TO TN-FINAL-DATE
                 REWRITE TOURNEY-RECORD
                 IF WS-FS-TOURNEY NOT = '00'
                    DISPLAY 'REWRITE FAILED ON TOURNAMENT FILE,'
                       ' STATUS=' WS-FS-TOURNEY
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-TOURNEY
           END-PERFORM
           CLOSE TOURNEY-FILE.

      * -------------------------
      * A LOCKED TOURNAMENT: SHOW THE RESULT AS IT WAS MADE FINAL
      * -------------------------
       SHOW-LOCKED-RESULT.
           DISPLAY 'FINAL STANDINGS, LOCKED ' T-FINAL-DATE
           DISPLAY SPACE
           DISPLAY 'RANK PLAYER      SCORE TURNS FINISHED'
           MOVE 0 TO CT-NO-PLAY
           MOVE 'N' TO WS-EOF-RESULT
           OPEN INPUT RESULT-FILE
           IF WS-FS-RESULT NOT = '00'
              DISPLAY 'CANNOT OPEN RESULT FILE, STATUS=' WS-FS-RESULT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-RESULT
           PERFORM UNTIL NO-MORE-RESULT
              IF TR-ID = WS-TOURNEY-ID
                 IF TR-RANK = 0
                    ADD 1 TO CT-NO-PLAY
                 ELSE
                    DISPLAY ' ' TR-RANK ' ' TR-PLAYER-ID ' '
                       TR-SCORE '  ' TR-TURNS ' '
                       TR-FIN-DATE ' ' TR-FIN-TIME
                 END-IF
              END-IF
              PERFORM READ-RESULT
           END-PERFORM
           CLOSE RESULT-FILE
           IF CT-NO-PLAY > 0
              DISPLAY SPACE
              DISPLAY 'ENTRANTS WITH NO QUALIFYING PLAY: ' CT-NO-PLAY
           END-IF.

       READ-RESULT.
           READ RESULT-FILE AT END SET NO-MORE-RESULT TO TRUE
           END-READ
           IF WS-FS-RESULT NOT = '00' AND WS-FS-RESULT NOT = '10'
              DISPLAY 'ERROR READING RESULT FILE, STATUS='
                 WS-FS-RESULT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.
