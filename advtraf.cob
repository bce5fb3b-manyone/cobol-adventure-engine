       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-TRAFFIC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SESSION-LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SESSLOG.
           SELECT ROOM-FILE
               ASSIGN DYNAMIC WS-ROOM-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROOM-REC-NUMBER
               FILE STATUS IS WS-FS-ROOMS.

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
              05 FILLER    PIC X(09).
           03 SL-REST-DSET REDEFINES SL-REST.
              05 SL-DSET-GEN PIC 9(05).
              05 SL-DSET-OBJ PIC X(13).

       FD  ROOM-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-RECORD.
           03 ROOM-REC-NUMBER  PIC 9(03).
           03 FILLER           PIC X(96).
           03 ROOM-REC-NAME    PIC X(20).
           03 ROOM-REC-DESC    PIC X(100).
           03 ROOM-REC-DARK    PIC X.

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-SESS PIC X VALUE 'N'.
               88 NO-MORE-SESS VALUE 'Y'.
           03 WS-EOF-ROOM PIC X VALUE 'N'.
               88 NO-MORE-ROOM VALUE 'Y'.

       01 WS-FS-SESSLOG  PIC X(02).
       01 WS-FS-ROOMS    PIC X(02).

       01 WS-IN-FILENAME   PIC X(40) VALUE SPACES.
       01 WS-LIVE-FILENAME PIC X(40) VALUE 'sessionlog.dat'.
       01 WS-ROOM-FILENAME PIC X(40) VALUE 'rooms.dat'.
       01 WS-DATASET-PARM  PIC X(200) VALUE SPACES.
       01 WS-FROM-TXT      PIC X(10) VALUE SPACES.

       01 WS-FROM-DATE     PIC 9(08) VALUE 0.
       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-END-INT       PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.

      * THE GIVEN ROOMS FILE SUPPLIES ROOM NAMES, THE STARTING ROOM
      * OF A NEW GAME, AND THE ROOM LIST FOR THE NEVER-VISITED CHECK
       01 WS-MAX-ROOMS     PIC 999 VALUE 99.
       01 ROOM-NAMES.
           05 RN-ENTRY     OCCURS 99 TIMES.
              10 RN-EXISTS PIC X.
              10 RN-NAME   PIC X(20).
       01 WS-START-ROOM    PIC 99 VALUE 1.
       01 WS-ROOMS-GEN     PIC 9(05) VALUE 0.

      * ONE GROUP PER DATASET SEEN IN THE '*DSET*' MARKERS (ROOMS
      * FILE NAME AND MANIFEST GENERATION); SESSIONS LOGGED BEFORE
      * THE MARKERS WERE WRITTEN FALL INTO AN UNKNOWN GROUP
       01 WS-MAX-GROUPS    PIC 99 VALUE 20.
       01 GROUP-DATA.
           05 GR-COUNT     PIC 99 VALUE 0.
           05 GR-REC       OCCURS 20 TIMES.
              10 GR-ROOMFILE PIC X(10).
              10 GR-GEN      PIC 9(05).
              10 GR-SESSIONS PIC 9(05).

      * PER DATASET, PER ROOM: ARRIVALS, TURNS SPENT, SESSIONS THAT
      * VISITED, HOW SESSIONS ENDED THERE, AND NON-WINNING ENDS
       01 ROOM-STATS.
           05 RS-GROUP     OCCURS 20 TIMES.
              10 RS-ROOM   OCCURS 99 TIMES.
                 15 RS-ENTRIES  PIC 9(07).
                 15 RS-TURNS    PIC 9(07).
                 15 RS-SESSIONS PIC 9(05).
                 15 RS-WIN      PIC 9(05).
                 15 RS-DEATH    PIC 9(05).
                 15 RS-QUIT     PIC 9(05).
                 15 RS-TIMEOUT  PIC 9(05).
                 15 RS-EVENT    PIC 9(05).
                 15 RS-STUCK    PIC 9(05).

      * EXITS TAKEN: DATASET, FROM ROOM, TO ROOM, TIMES
       01 WS-MAX-EXITS     PIC 9(04) VALUE 3000.
       01 EXIT-DATA.
           05 EX-COUNT     PIC 9(04) VALUE 0.
           05 EX-REC       OCCURS 3000 TIMES.
              10 EX-GROUP  PIC 99.
              10 EX-FROM   PIC 99.
              10 EX-TO     PIC 99.
              10 EX-TIMES  PIC 9(05).

      * THE SESSION BEING WALKED. THE ROOM A NEW GAME STARTS IN IS
      * ONLY COUNTED AS ENTERED ONCE IT IS CLEAR THE GAME WAS NOT
      * RESTORED ELSEWHERE ('*REST*').
       01 WS-CUR-GROUP     PIC 99 VALUE 0.
       01 WS-PREV-ROOM     PIC 99 VALUE 0.
       01 WS-PENDING       PIC X VALUE 'N'.
       01 WS-IN-SESSION    PIC X VALUE 'N'.
       01 VISIT-FLAGS.
           05 WS-VISITED   PIC X OCCURS 99 TIMES.

       01 WS-ROOMFILE      PIC X(10) VALUE SPACES.
       01 WS-GEN           PIC 9(05) VALUE 0.
       01 WS-AVG-TURNS     PIC ZZZ9.9.
       01 WS-ROOM-NO       PIC 99 VALUE 0.
       01 WS-STUCK-PCT     PIC 9(03) VALUE 0.
       01 WS-ANY-MATCH     PIC X VALUE 'N'.
       01 WS-NEVER-CT      PIC 99 VALUE 0.
       01 WS-ENTRY-SUM     PIC 9(07) VALUE 0.
       01 G                PIC 99 VALUE 0.
       01 I                PIC 9(04) VALUE 0.
       01 K                PIC 999 VALUE 0.

       01 CT-FILES         PIC 9(03) VALUE 0.
       01 CT-SESSIONS      PIC 9(07) VALUE 0.
       01 CT-TURNS         PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * ROOM TRAFFIC, DWELL AND DEAD-END REPORT FROM THE PER-TURN
      * SL-ROOM VALUES IN THE SESSION LOG, OVER THE DATED SESSARCH
      * ARCHIVES FROM THE GIVEN DATE UP TO TODAY PLUS THE LIVE
      * LOG, BROKEN OUT BY THE '*DSET*' DATASET. PER ROOM: TIMES
      * ENTERED, AVERAGE TURNS SPENT PER VISIT, THE EXITS TAKEN
      * OUT OF IT, HOW GAMES ENDED THERE, AND THE SHARE OF THE
      * SESSIONS THAT REACHED IT AND ENDED THERE WITHOUT A WIN.
      * ROOMS IN THE GIVEN ROOMS FILE THAT NO SESSION ON ITS
      * GENERATION EVER ENTERED ARE LISTED AT THE END.
      * PARM: <FROM-YYYYMMDD> [SESSION-LOG] [ROOMS]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-FROM-TXT WS-LIVE-FILENAME WS-ROOM-FILENAME
           IF WS-LIVE-FILENAME = SPACES
              MOVE 'sessionlog.dat' TO WS-LIVE-FILENAME
           END-IF
           IF WS-ROOM-FILENAME = SPACES
              MOVE 'rooms.dat' TO WS-ROOM-FILENAME
           END-IF
           IF WS-FROM-TXT(1:8) NOT NUMERIC
              DISPLAY 'USAGE: FROM-YYYYMMDD [SESSION-LOG] [ROOMS]'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-ROOM-NAMES
           INITIALIZE ROOM-STATS

           DISPLAY 'ROOM TRAFFIC REPORT ' WS-FROM-DATE ' - '
              WS-TODAY
           DISPLAY 'ROOM NAMES FROM [' WS-ROOM-FILENAME
              '] GENERATION ' WS-ROOMS-GEN
              ', START ROOM ' WS-START-ROOM
           DISPLAY SPACE

           COMPUTE WS-SCAN-INT =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
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

           DISPLAY 'FILES READ:     ' CT-FILES
           DISPLAY 'SESSIONS READ:  ' CT-SESSIONS
           DISPLAY 'TURNS READ:     ' CT-TURNS
           DISPLAY SPACE

           PERFORM REPORT-ONE-GROUP
              VARYING G FROM 1 BY 1 UNTIL G > GR-COUNT
           PERFORM REPORT-NEVER-VISITED
           STOP RUN.

      * -------------------------
      * ROOM NAMES, START ROOM (OPTIONS, KEY 998) AND GENERATION
      * (MANIFEST, KEY 999) FROM THE GIVEN ROOMS FILE
      * -------------------------
       LOAD-ROOM-NAMES.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
              MOVE 'N' TO RN-EXISTS(K)
              MOVE SPACES TO RN-NAME(K)
           END-PERFORM
           OPEN INPUT ROOM-FILE
           IF WS-FS-ROOMS NOT = '00'
              DISPLAY 'CANNOT OPEN ROOMS FILE, STATUS=' WS-FS-ROOMS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-ROOM
           PERFORM UNTIL NO-MORE-ROOM
              EVALUATE TRUE
                 WHEN ROOM-REC-NUMBER = 999
                    IF ROOM-REC-NAME = 'MANIFEST'
                       AND ROOM-REC-DESC(1:5) NUMERIC
                       MOVE ROOM-REC-DESC(1:5) TO WS-ROOMS-GEN
                    END-IF
                 WHEN ROOM-REC-NUMBER = 998
                    IF ROOM-REC-DESC(7:2) NUMERIC
                       AND ROOM-REC-DESC(7:2) NOT = '00'
                       MOVE ROOM-REC-DESC(7:2) TO WS-START-ROOM
                    END-IF
                 WHEN ROOM-REC-NUMBER > 0
                    AND ROOM-REC-NUMBER <= WS-MAX-ROOMS
                    MOVE 'Y' TO RN-EXISTS(ROOM-REC-NUMBER)
                    MOVE ROOM-REC-NAME TO RN-NAME(ROOM-REC-NUMBER)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              PERFORM READ-ROOM
           END-PERFORM
           CLOSE ROOM-FILE.

       READ-ROOM.
           READ ROOM-FILE NEXT RECORD AT END SET NO-MORE-ROOM TO TRUE
           END-READ
           IF WS-FS-ROOMS NOT = '00' AND WS-FS-ROOMS NOT = '10'
              DISPLAY 'ERROR READING ROOMS FILE, STATUS=' WS-FS-ROOMS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * WALK ONE SESSION LOG OR ARCHIVE. A FILE STARTS A FRESH
      * SESSION SO HEADERLESS LEGACY RECORDS STILL COUNT.
      * -------------------------
       WALK-ONE-FILE.
           MOVE 'N' TO WS-EOF-SESS
           OPEN INPUT SESSION-LOG-FILE
           IF WS-FS-SESSLOG NOT = '00'
              CONTINUE
           ELSE
              ADD 1 TO CT-FILES
              PERFORM START-SESSION
              PERFORM READ-SESS
              PERFORM UNTIL NO-MORE-SESS
                 EVALUATE SL-VERB
                    WHEN '*SESS*'
                       PERFORM FINISH-SESSION
                       PERFORM START-SESSION
                    WHEN '*DSET*'
                       PERFORM TAKE-DSET-RECORD
                    WHEN '*REST*'
                       PERFORM TAKE-REST-RECORD
                    WHEN '*END*'
                       PERFORM TAKE-END-RECORD
                    WHEN OTHER
                       IF SL-VERB(1:1) NOT = '*'
                          PERFORM TAKE-TURN-RECORD
                       END-IF
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
           MOVE 0 TO WS-CUR-GROUP
           MOVE 0 TO WS-PREV-ROOM
           MOVE 'N' TO WS-PENDING
           MOVE 'N' TO WS-IN-SESSION
           MOVE ALL 'N' TO VISIT-FLAGS.

      * A SESSION'S VISITS ARE ADDED TO ITS DATASET ONCE IT IS
      * OVER (OR, IN A CAMPAIGN, WHEN IT MOVES TO THE NEXT
      * EPISODE'S DATASET)
       FINISH-SESSION.
           IF WS-CUR-GROUP > 0 AND WS-IN-SESSION = 'Y'
              ADD 1 TO GR-SESSIONS(WS-CUR-GROUP)
              ADD 1 TO CT-SESSIONS
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
                 IF WS-VISITED(K) = 'Y'
                    ADD 1 TO RS-SESSIONS(WS-CUR-GROUP, K)
                 END-IF
              END-PERFORM
           END-IF
           MOVE 'N' TO WS-IN-SESSION
           MOVE ALL 'N' TO VISIT-FLAGS.

       TAKE-DSET-RECORD.
           PERFORM FINISH-SESSION
           MOVE SL-NOUN TO WS-ROOMFILE
           IF SL-DSET-GEN NUMERIC
              MOVE SL-DSET-GEN TO WS-GEN
           ELSE
              MOVE 0 TO WS-GEN
           END-IF
           PERFORM FIND-GROUP
           MOVE WS-START-ROOM TO WS-PREV-ROOM
           MOVE 'Y' TO WS-PENDING
           MOVE 'Y' TO WS-IN-SESSION.

       TAKE-REST-RECORD.
           IF WS-CUR-GROUP = 0
              PERFORM SET-UNKNOWN-GROUP
           END-IF
           IF SL-ROOM > 0 AND SL-ROOM <= WS-MAX-ROOMS
              MOVE SL-ROOM TO WS-PREV-ROOM
              MOVE 'Y' TO WS-PENDING
           END-IF.

       TAKE-TURN-RECORD.
           ADD 1 TO CT-TURNS
           IF WS-CUR-GROUP = 0
              PERFORM SET-UNKNOWN-GROUP
           END-IF
           PERFORM COUNT-PENDING-ENTRY
           IF WS-PREV-ROOM > 0
              ADD 1 TO RS-TURNS(WS-CUR-GROUP, WS-PREV-ROOM)
           END-IF
           IF SL-ROOM > 0 AND SL-ROOM <= WS-MAX-ROOMS
              AND SL-ROOM NOT = WS-PREV-ROOM
              IF WS-PREV-ROOM > 0
                 PERFORM TALLY-EXIT
              END-IF
              MOVE SL-ROOM TO WS-PREV-ROOM
              PERFORM COUNT-ENTRY
           END-IF.

      * '*END*' CARRIES THE FINAL ROOM AND THE RESULT. EVERY
      * ENDING OTHER THAN A WIN MEANS THE PLAYER GOT NO FURTHER.
       TAKE-END-RECORD.
           IF WS-CUR-GROUP = 0
              PERFORM SET-UNKNOWN-GROUP
           END-IF
           PERFORM COUNT-PENDING-ENTRY
           IF SL-ROOM > 0 AND SL-ROOM <= WS-MAX-ROOMS
              IF SL-ROOM NOT = WS-PREV-ROOM
                 MOVE SL-ROOM TO WS-PREV-ROOM
                 PERFORM COUNT-ENTRY
              END-IF
              EVALUATE SL-NOUN
                 WHEN 'WIN'
                    ADD 1 TO RS-WIN(WS-CUR-GROUP, SL-ROOM)
                 WHEN 'DEATH'
                    ADD 1 TO RS-DEATH(WS-CUR-GROUP, SL-ROOM)
                 WHEN 'QUIT'
                    ADD 1 TO RS-QUIT(WS-CUR-GROUP, SL-ROOM)
                 WHEN 'TIMEOUT'
                    ADD 1 TO RS-TIMEOUT(WS-CUR-GROUP, SL-ROOM)
                 WHEN OTHER
                    ADD 1 TO RS-EVENT(WS-CUR-GROUP, SL-ROOM)
              END-EVALUATE
              IF SL-NOUN NOT = 'WIN'
                 ADD 1 TO RS-STUCK(WS-CUR-GROUP, SL-ROOM)
              END-IF
           END-IF.

       COUNT-PENDING-ENTRY.
           IF WS-PENDING = 'Y'
              MOVE 'N' TO WS-PENDING
              IF WS-PREV-ROOM > 0
                 PERFORM COUNT-ENTRY
              END-IF
           END-IF.

       COUNT-ENTRY.
           ADD 1 TO RS-ENTRIES(WS-CUR-GROUP, WS-PREV-ROOM)
           MOVE 'Y' TO WS-VISITED(WS-PREV-ROOM).

       SET-UNKNOWN-GROUP.
           MOVE 'UNKNOWN' TO WS-ROOMFILE
           MOVE 0 TO WS-GEN
           PERFORM FIND-GROUP
           MOVE WS-START-ROOM TO WS-PREV-ROOM
           MOVE 'Y' TO WS-PENDING
           MOVE 'Y' TO WS-IN-SESSION.

       FIND-GROUP.
           MOVE 0 TO WS-CUR-GROUP
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GR-COUNT
              IF WS-CUR-GROUP = 0
                 AND GR-ROOMFILE(G) = WS-ROOMFILE
                 AND GR-GEN(G) = WS-GEN
                 MOVE G TO WS-CUR-GROUP
              END-IF
           END-PERFORM
           IF WS-CUR-GROUP = 0
              IF GR-COUNT >= WS-MAX-GROUPS
                 DISPLAY 'MORE THAN ' WS-MAX-GROUPS
                    ' DATASETS IN THE LOGS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO GR-COUNT
              MOVE GR-COUNT TO WS-CUR-GROUP
              MOVE WS-ROOMFILE TO GR-ROOMFILE(WS-CUR-GROUP)
              MOVE WS-GEN TO GR-GEN(WS-CUR-GROUP)
              MOVE 0 TO GR-SESSIONS(WS-CUR-GROUP)
           END-IF.

       TALLY-EXIT.
           MOVE 0 TO I
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > EX-COUNT
              IF I = 0 AND EX-GROUP(K) = WS-CUR-GROUP
                 AND EX-FROM(K) = WS-PREV-ROOM
                 AND EX-TO(K) = SL-ROOM
                 MOVE K TO I
              END-IF
           END-PERFORM
           IF I = 0
              IF EX-COUNT >= WS-MAX-EXITS
                 DISPLAY 'MORE THAN ' WS-MAX-EXITS
                    ' DISTINCT EXITS TAKEN. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO EX-COUNT
              MOVE EX-COUNT TO I
              MOVE WS-CUR-GROUP TO EX-GROUP(I)
              MOVE WS-PREV-ROOM TO EX-FROM(I)
              MOVE SL-ROOM TO EX-TO(I)
              MOVE 0 TO EX-TIMES(I)
           END-IF
           ADD 1 TO EX-TIMES(I).

      * -------------------------
      * ONE DATASET: EVERY ROOM THAT WAS ENTERED, WITH ITS EXITS
      * -------------------------
       REPORT-ONE-GROUP.
           DISPLAY '=== DATASET [' GR-ROOMFILE(G) '] GENERATION '
              GR-GEN(G) '  SESSIONS ' GR-SESSIONS(G) ' ==='
           DISPLAY 'RM NAME                 ENTRIES AVG-TURNS'
              ' SESSIONS   WIN DEATH  QUIT T/OUT EVENT STUCK'
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
              IF RS-ENTRIES(G, K) > 0
                 PERFORM REPORT-ONE-ROOM
              END-IF
           END-PERFORM
           DISPLAY SPACE.

       REPORT-ONE-ROOM.
           COMPUTE WS-AVG-TURNS ROUNDED =
              RS-TURNS(G, K) / RS-ENTRIES(G, K)
           IF RS-SESSIONS(G, K) > 0
              COMPUTE WS-STUCK-PCT ROUNDED =
                 RS-STUCK(G, K) * 100 / RS-SESSIONS(G, K)
           ELSE
              MOVE 0 TO WS-STUCK-PCT
           END-IF
           MOVE K TO WS-ROOM-NO
           DISPLAY WS-ROOM-NO ' ' RN-NAME(K) ' ' RS-ENTRIES(G, K) '    '
              WS-AVG-TURNS '    ' RS-SESSIONS(G, K) ' '
              RS-WIN(G, K) ' ' RS-DEATH(G, K) ' '
              RS-QUIT(G, K) ' ' RS-TIMEOUT(G, K) ' '
              RS-EVENT(G, K) ' ' WS-STUCK-PCT '%'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > EX-COUNT
              IF EX-GROUP(I) = G AND EX-FROM(I) = K
                 DISPLAY '     EXIT TO ' EX-TO(I) ' '
                    RN-NAME(EX-TO(I)) ' ' EX-TIMES(I)
              END-IF
           END-PERFORM.

      * -------------------------
      * ROOMS OF THE GIVEN ROOMS FILE NEVER ENTERED IN PLAY ON ITS
      * GENERATION (ON ANY DATASET IF NO PLAY MATCHES IT)
      * -------------------------
       REPORT-NEVER-VISITED.
           MOVE 'N' TO WS-ANY-MATCH
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > GR-COUNT
              IF GR-GEN(G) = WS-ROOMS-GEN AND WS-ROOMS-GEN > 0
                 MOVE 'Y' TO WS-ANY-MATCH
              END-IF
           END-PERFORM
           IF WS-ANY-MATCH = 'Y'
              DISPLAY '--- ROOMS NEVER VISITED ON GENERATION '
                 WS-ROOMS-GEN ' ---'
           ELSE
              DISPLAY '--- ROOMS NEVER VISITED ON ANY DATASET ---'
           END-IF
           MOVE 0 TO WS-NEVER-CT
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
              IF RN-EXISTS(K) = 'Y'
                 MOVE 0 TO WS-ENTRY-SUM
                 PERFORM VARYING G FROM 1 BY 1 UNTIL G > GR-COUNT
                    IF WS-ANY-MATCH = 'N' OR GR-GEN(G) = WS-ROOMS-GEN
                       ADD RS-ENTRIES(G, K) TO WS-ENTRY-SUM
                    END-IF
                 END-PERFORM
                 IF WS-ENTRY-SUM = 0
                    ADD 1 TO WS-NEVER-CT
                    MOVE K TO WS-ROOM-NO
                    DISPLAY WS-ROOM-NO ' ' RN-NAME(K)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-NEVER-CT = 0
              DISPLAY 'NONE - EVERY ROOM WAS ENTERED.'
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
