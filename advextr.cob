       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAYER-LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOG.
           SELECT PLAYER-MST-FILE
               ASSIGN DYNAMIC WS-PMAST-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-FS-PMAST.
           SELECT ROOM-FILE
               ASSIGN DYNAMIC WS-ROOM-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROOM-REC-NUMBER
               FILE STATUS IS WS-FS-ROOMS.
           SELECT ACH-FILE
               ASSIGN TO "playerach.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-ACH.
           SELECT EXTRACT-FILE
               ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACT.
           SELECT EXT-CONTROL-FILE
               ASSIGN DYNAMIC WS-EXTCTL-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EXTCTL.

       DATA DIVISION.
       FILE SECTION.

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
           03 PL-REST        PIC X(16).
           03 PL-REST-HDR REDEFINES PL-REST.
              05 PL-HDR-DATE PIC 9(08).
              05 PL-HDR-TIME PIC 9(06).
              05 FILLER      PIC X(02).
           03 PL-REST-RES REDEFINES PL-REST.
              05 PL-SCORE    PIC 9(05).
              05 FILLER      PIC X(11).

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

       FD  ROOM-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-RECORD.
           03 ROOM-REC-NUMBER  PIC 9(03).
           03 FILLER           PIC X(96).
           03 ROOM-REC-NAME    PIC X(20).
           03 ROOM-REC-DESC    PIC X(100).
           03 ROOM-REC-DARK    PIC X.

       FD  ACH-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACH-RECORD.
           03 AE-PLAYER-ID     PIC X(10).
           03 AE-ACH-ID        PIC X(08).
           03 AE-DATE          PIC 9(08).
           03 FILLER           PIC X(14).

      * THE INTERFACE FILE FOR THE REWARDS AND SCOREBOARD SYSTEMS:
      * ONE 'H' RECORD, A 'D' RECORD PER COMPLETED SESSION, ONE 'T'
      * RECORD. THE TRAILER RECORD COUNT INCLUDES HEADER AND
      * TRAILER; THE HASH TOTALS ARE THE SUMS OF THE DETAIL SCORES
      * AND TURNS.
       FD  EXTRACT-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EXTRACT-RECORD.
           03 RX-REC-TYPE       PIC X.
              88 RX-HEADER      VALUE 'H'.
              88 RX-DETAIL      VALUE 'D'.
              88 RX-TRAILER     VALUE 'T'.
           03 RX-BODY           PIC X(79).
           03 RX-BODY-HDR REDEFINES RX-BODY.
              05 RX-HDR-DATE       PIC 9(08).
              05 RX-HDR-GEN        PIC 9(05).
              05 RX-HDR-SEQ        PIC 9(06).
              05 RX-HDR-MODE       PIC X.
              05 RX-HDR-RUN-DATE   PIC 9(08).
              05 RX-HDR-RUN-TIME   PIC 9(06).
              05 FILLER            PIC X(45).
           03 RX-BODY-DTL REDEFINES RX-BODY.
              05 RX-DTL-PLAYER     PIC X(10).
              05 RX-DTL-DATE       PIC 9(08).
              05 RX-DTL-TIME       PIC 9(06).
              05 RX-DTL-RESULT     PIC X(08).
              05 RX-DTL-ROOM       PIC 99.
              05 RX-DTL-TURNS      PIC 9(04).
              05 RX-DTL-SCORE      PIC 9(05).
              05 RX-DTL-ACH        PIC 9(03).
              05 FILLER            PIC X(33).
           03 RX-BODY-TRL REDEFINES RX-BODY.
              05 RX-TRL-RECORDS    PIC 9(07).
              05 RX-TRL-DETAILS    PIC 9(07).
              05 RX-TRL-SCORE-HASH PIC 9(11).
              05 RX-TRL-TURNS-HASH PIC 9(11).
              05 FILLER            PIC X(43).

      * ONE RECORD PER EXTRACT WRITTEN, 'N' FOR THE NIGHTLY SEND
      * AND 'R' FOR A RESEND, WHICH KEEPS THE ORIGINAL SEQUENCE
       FD  EXT-CONTROL-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EXT-CONTROL-RECORD.
           03 XC-EXTRACT-DATE   PIC 9(08).
           03 XC-SEQ            PIC 9(06).
           03 XC-MODE           PIC X.
              88 XC-SENT        VALUE 'N'.
              88 XC-RESENT      VALUE 'R'.
           03 XC-GEN            PIC 9(05).
           03 XC-RUN-DATE       PIC 9(08).
           03 XC-RUN-TIME       PIC 9(06).
           03 XC-DETAILS        PIC 9(07).
           03 XC-SCORE-HASH     PIC 9(11).
           03 XC-TURNS-HASH     PIC 9(11).
           03 FILLER            PIC X(17).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-PLOG PIC X VALUE 'N'.
               88 NO-MORE-PLOG VALUE 'Y'.
           03 WS-EOF-ACH PIC X VALUE 'N'.
               88 NO-MORE-ACH VALUE 'Y'.
           03 WS-EOF-EXTCTL PIC X VALUE 'N'.
               88 NO-MORE-EXTCTL VALUE 'Y'.

       01 WS-FS-PLOG     PIC X(02).
       01 WS-FS-PMAST    PIC X(02).
       01 WS-FS-ROOMS    PIC X(02).
       01 WS-FS-ACH      PIC X(02).
       01 WS-FS-EXTRACT  PIC X(02).
       01 WS-FS-EXTCTL   PIC X(02).

       01 WS-IN-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-LIVE-FILENAME    PIC X(40) VALUE 'playerlog.dat'.
       01 WS-PMAST-FILENAME   PIC X(40) VALUE 'playermst.dat'.
       01 WS-ROOM-FILENAME    PIC X(40) VALUE 'rooms.dat'.
       01 WS-EXTRACT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-EXTCTL-FILENAME  PIC X(40) VALUE 'extctl.dat'.

       01 WS-DATASET-PARM  PIC X(200) VALUE SPACES.
       01 WS-MODE          PIC X(10) VALUE SPACES.
       01 WS-DATE-TXT      PIC X(10) VALUE SPACES.
       01 WS-PARM-3        PIC X(40) VALUE SPACES.
       01 WS-PARM-4        PIC X(40) VALUE SPACES.

       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-NOW           PIC 9(08) VALUE 0.
       01 WS-TODAY-INT     PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.

      * THE DAY BEING EXTRACTED AND WHAT THE CONTROL FILE HOLDS
      * FOR IT
       01 WS-EXTRACT-DATE  PIC 9(08) VALUE 0.
       01 WS-SEQ           PIC 9(06) VALUE 0.
       01 WS-MAX-SEQ       PIC 9(06) VALUE 0.
       01 WS-GEN           PIC 9(05) VALUE 0.
       01 WS-HDR-MODE      PIC X VALUE 'N'.
       01 PRIOR-SEND.
           05 PS-FOUND       PIC X VALUE 'N'.
           05 PS-SEQ         PIC 9(06) VALUE 0.
           05 PS-GEN         PIC 9(05) VALUE 0.
           05 PS-RUN-DATE    PIC 9(08) VALUE 0.
           05 PS-DETAILS     PIC 9(07) VALUE 0.
           05 PS-SCORE-HASH  PIC 9(11) VALUE 0.
           05 PS-TURNS-HASH  PIC 9(11) VALUE 0.

      * ACHIEVEMENTS EARNED ON THE EXTRACT DAY, PER PLAYER
       01 WS-MAX-ACH-PLY   PIC 999 VALUE 500.
       01 ACH-DAY-DATA.
           05 AD-COUNT      PIC 999 VALUE 0.
           05 AD-REC        OCCURS 500 TIMES.
              10 AD-ID         PIC X(10).
              10 AD-EARNED     PIC 9(03).
       01 WS-AD-IX         PIC 999 VALUE 0.

      * THE SESSION WHOSE HEADER WAS LAST SEEN, WHILE IT IS ONE OF
      * THE EXTRACT DAY'S AND ITS RESULT LINE IS STILL TO COME
       01 CUR-SESSION.
           05 CUR-ACTIVE    PIC X VALUE 'N'.
           05 CUR-ID        PIC X(10) VALUE SPACES.
           05 CUR-DATE      PIC 9(08) VALUE 0.
           05 CUR-TIME      PIC 9(06) VALUE 0.

       01 CT-FILES         PIC 9(05) VALUE 0.
       01 CT-RECORDS       PIC 9(07) VALUE 0.
       01 CT-DETAILS       PIC 9(07) VALUE 0.
       01 CT-INCOMPLETE    PIC 9(05) VALUE 0.
       01 CT-NOT-ON-MST    PIC 9(05) VALUE 0.
       01 HASH-SCORE       PIC 9(11) VALUE 0.
       01 HASH-TURNS       PIC 9(11) VALUE 0.

       01 I                PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * DAILY RESULTS INTERFACE EXTRACT. EVERY COMPLETED SESSION
      * WHOSE '*SESS*' HEADER FALLS ON THE EXTRACT DATE IS WRITTEN
      * TO RESULTX.<YYYYMMDD>.DAT AS A FIXED-LAYOUT DETAIL RECORD
      * BETWEEN A HEADER AND A CONTROL-TOTAL TRAILER. SESSIONS ARE
      * TAKEN FROM THE PLAYARCH ARCHIVES WRITTEN SINCE THAT DATE
      * AND THEN THE LIVE LOG, SO A LATE RUN STILL FINDS THEM.
      * SESSIONS OF PLAYERS NOT ON THE MASTER ARE LEFT OUT.
      * EXTCTL.DAT RECORDS EACH SEND; RUN REFUSES A DAY ALREADY
      * SENT AND TAKES THE NEXT SEQUENCE NUMBER. RESEND REBUILDS A
      * DAY ALREADY SENT UNDER ITS ORIGINAL SEQUENCE AND
      * GENERATION, FLAGGED 'R' IN THE HEADER.
      * DATE DEFAULTS TO YESTERDAY FOR RUN; RESEND NEEDS ONE.
      * PARM: [RUN|RESEND] [YYYYMMDD] [PLAYER-LOG] [ROOMS]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           IF WS-DATASET-PARM NOT = SPACES
              UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
                 INTO WS-MODE WS-DATE-TXT WS-PARM-3 WS-PARM-4
           END-IF
           IF WS-MODE = SPACES
              MOVE 'RUN' TO WS-MODE
           END-IF
           IF WS-PARM-3 NOT = SPACES
              MOVE WS-PARM-3 TO WS-LIVE-FILENAME
           END-IF
           IF WS-PARM-4 NOT = SPACES
              MOVE WS-PARM-4 TO WS-ROOM-FILENAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-DATE-TXT = SPACES AND WS-MODE = 'RUN'
              COMPUTE WS-EXTRACT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-TODAY-INT - 1)
           ELSE
              IF WS-DATE-TXT(1:8) NUMERIC
                 AND WS-DATE-TXT(9:2) = SPACES
                 MOVE WS-DATE-TXT(1:8) TO WS-EXTRACT-DATE
              END-IF
           END-IF
           IF (WS-MODE NOT = 'RUN' AND WS-MODE NOT = 'RESEND')
              OR WS-EXTRACT-DATE = 0
              OR WS-EXTRACT-DATE > WS-TODAY
              DISPLAY 'USAGE: [RUN|RESEND] [YYYYMMDD] [PLAYER-LOG]'
                 ' [ROOMS]'
              DISPLAY 'THE DATE MAY NOT BE AFTER TODAY AND IS'
                 ' REQUIRED FOR RESEND.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING 'resultx.' DELIMITED BY SIZE
              WS-EXTRACT-DATE DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-EXTRACT-FILENAME

           DISPLAY 'DAILY RESULTS EXTRACT FOR ' WS-EXTRACT-DATE
              '  MODE ' WS-MODE
           PERFORM READ-EXT-CONTROL
           IF WS-MODE = 'RUN'
              IF PS-FOUND = 'Y'
                 DISPLAY 'DAY ' WS-EXTRACT-DATE
                    ' WAS ALREADY SENT AS SEQUENCE ' PS-SEQ ' ON '
                    PS-RUN-DATE ' - NOTHING WRITTEN.'
                 DISPLAY 'USE RESEND TO REGENERATE IT.'
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-SEQ = WS-MAX-SEQ + 1
              MOVE 'N' TO WS-HDR-MODE
              PERFORM READ-LIVE-GENERATION
           ELSE
              IF PS-FOUND = 'N'
                 DISPLAY 'DAY ' WS-EXTRACT-DATE
                    ' HAS NEVER BEEN SENT - USE RUN, NOT RESEND.'
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PS-SEQ TO WS-SEQ
              MOVE PS-GEN TO WS-GEN
              MOVE 'R' TO WS-HDR-MODE
           END-IF
           DISPLAY 'SEQUENCE ' WS-SEQ '  GENERATION ' WS-GEN
              '  FILE [' WS-EXTRACT-FILENAME ']'
           DISPLAY SPACE

           PERFORM LOAD-DAY-ACHIEVEMENTS
           OPEN INPUT PLAYER-MST-FILE
           IF WS-FS-PMAST NOT = '00'
              DISPLAY 'CANNOT OPEN PLAYER MASTER, STATUS='
                 WS-FS-PMAST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN OUTPUT EXTRACT-FILE
           IF WS-FS-EXTRACT NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-EXTRACT-FILENAME
                 '] STATUS=' WS-FS-EXTRACT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM WRITE-EXTRACT-HEADER

           COMPUTE WS-SCAN-INT =
              FUNCTION INTEGER-OF-DATE(WS-EXTRACT-DATE)
           PERFORM UNTIL WS-SCAN-INT > WS-TODAY-INT
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
              MOVE SPACES TO WS-IN-FILENAME
              STRING 'playarch.' DELIMITED BY SIZE
                 WS-SCAN-DATE DELIMITED BY SIZE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-IN-FILENAME
              PERFORM EXTRACT-ONE-FILE
              ADD 1 TO WS-SCAN-INT
           END-PERFORM
           MOVE WS-LIVE-FILENAME TO WS-IN-FILENAME
           PERFORM EXTRACT-ONE-FILE

           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           CLOSE PLAYER-MST-FILE
           PERFORM APPEND-EXT-CONTROL
           PERFORM REPORT-EXTRACT
           STOP RUN.

      * -------------------------
      * CONTROL HISTORY: THE HIGHEST SEQUENCE USED, AND THE
      * ORIGINAL SEND OF THE EXTRACT DATE IF THERE WAS ONE
      * -------------------------
       READ-EXT-CONTROL.
           MOVE 'N' TO WS-EOF-EXTCTL
           MOVE 0 TO WS-MAX-SEQ
           MOVE 'N' TO PS-FOUND
           OPEN INPUT EXT-CONTROL-FILE
           IF WS-FS-EXTCTL = '00'
              PERFORM READ-EXTCTL
              PERFORM UNTIL NO-MORE-EXTCTL
                 IF XC-SEQ NUMERIC AND XC-SEQ > WS-MAX-SEQ
                    MOVE XC-SEQ TO WS-MAX-SEQ
                 END-IF
                 IF XC-EXTRACT-DATE = WS-EXTRACT-DATE AND XC-SENT
                    MOVE 'Y' TO PS-FOUND
                    MOVE XC-SEQ TO PS-SEQ
                    MOVE XC-GEN TO PS-GEN
                    MOVE XC-RUN-DATE TO PS-RUN-DATE
                    MOVE XC-DETAILS TO PS-DETAILS
                    MOVE XC-SCORE-HASH TO PS-SCORE-HASH
                    MOVE XC-TURNS-HASH TO PS-TURNS-HASH
                 END-IF
                 PERFORM READ-EXTCTL
              END-PERFORM
              CLOSE EXT-CONTROL-FILE
           END-IF.

       READ-EXTCTL.
           READ EXT-CONTROL-FILE AT END SET NO-MORE-EXTCTL TO TRUE
           END-READ
           IF WS-FS-EXTCTL NOT = '00' AND WS-FS-EXTCTL NOT = '10'
              DISPLAY 'ERROR READING [' WS-EXTCTL-FILENAME
                 '] STATUS=' WS-FS-EXTCTL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * THE CONTROL RECORD IS WRITTEN ONLY ONCE THE EXTRACT IS
      * CLOSED, SO A RUN THAT DIES PART-WAY CAN SIMPLY BE RERUN
       APPEND-EXT-CONTROL.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO EXT-CONTROL-RECORD
           MOVE WS-EXTRACT-DATE TO XC-EXTRACT-DATE
           MOVE WS-SEQ TO XC-SEQ
           MOVE WS-HDR-MODE TO XC-MODE
           MOVE WS-GEN TO XC-GEN
           MOVE WS-TODAY TO XC-RUN-DATE
           MOVE WS-NOW(1:6) TO XC-RUN-TIME
           MOVE CT-DETAILS TO XC-DETAILS
           MOVE HASH-SCORE TO XC-SCORE-HASH
           MOVE HASH-TURNS TO XC-TURNS-HASH
           OPEN EXTEND EXT-CONTROL-FILE
           IF WS-FS-EXTCTL NOT = '00'
              OPEN OUTPUT EXT-CONTROL-FILE
           END-IF
           IF WS-FS-EXTCTL NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-EXTCTL-FILENAME '] STATUS='
                 WS-FS-EXTCTL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE EXT-CONTROL-RECORD
           IF WS-FS-EXTCTL NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-EXTCTL-FILENAME
                 '] STATUS=' WS-FS-EXTCTL
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE EXT-CONTROL-FILE.

      * -------------------------
      * GENERATION OF THE LIVE DATASET (MANIFEST, KEY 999)
      * -------------------------
       READ-LIVE-GENERATION.
           MOVE 0 TO WS-GEN
           OPEN INPUT ROOM-FILE
           IF WS-FS-ROOMS NOT = '00'
              DISPLAY 'CANNOT OPEN ROOMS FILE, STATUS=' WS-FS-ROOMS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 999 TO ROOM-REC-NUMBER
           READ ROOM-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-FS-ROOMS = '00'
              IF ROOM-REC-NAME = 'MANIFEST'
                 AND ROOM-REC-DESC(1:5) NUMERIC
                 MOVE ROOM-REC-DESC(1:5) TO WS-GEN
              END-IF
           END-IF
           CLOSE ROOM-FILE
           IF WS-GEN = 0
              DISPLAY 'WARNING: [' WS-ROOM-FILENAME
                 '] HAS NO MANIFEST - GENERATION SENT AS 00000.'
           END-IF.

      * -------------------------
      * COUNT EACH PLAYER'S ACHIEVEMENTS DATED THE EXTRACT DAY
      * -------------------------
       LOAD-DAY-ACHIEVEMENTS.
           MOVE 0 TO AD-COUNT
           MOVE 'N' TO WS-EOF-ACH
           OPEN INPUT ACH-FILE
           IF WS-FS-ACH = '00'
              PERFORM READ-ACH
              PERFORM UNTIL NO-MORE-ACH
                 IF AE-DATE NUMERIC
                    AND AE-DATE = WS-EXTRACT-DATE
                    PERFORM TALLY-DAY-ACHIEVEMENT
                 END-IF
                 PERFORM READ-ACH
              END-PERFORM
              CLOSE ACH-FILE
           END-IF.

       READ-ACH.
           READ ACH-FILE AT END SET NO-MORE-ACH TO TRUE
           END-READ
           IF WS-FS-ACH NOT = '00' AND WS-FS-ACH NOT = '10'
              DISPLAY 'ERROR READING PLAYERACH.DAT, STATUS=' WS-FS-ACH
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       TALLY-DAY-ACHIEVEMENT.
           MOVE AE-PLAYER-ID TO CUR-ID
           PERFORM FIND-DAY-PLAYER
           IF WS-AD-IX = 0
              IF AD-COUNT >= WS-MAX-ACH-PLY
                 DISPLAY 'MORE THAN ' WS-MAX-ACH-PLY
                    ' PLAYERS WITH ACHIEVEMENTS ON ' WS-EXTRACT-DATE
                    '. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO AD-COUNT
              MOVE AD-COUNT TO WS-AD-IX
              MOVE AE-PLAYER-ID TO AD-ID(WS-AD-IX)
              MOVE 0 TO AD-EARNED(WS-AD-IX)
           END-IF
           IF AD-EARNED(WS-AD-IX) < 999
              ADD 1 TO AD-EARNED(WS-AD-IX)
           END-IF.

       FIND-DAY-PLAYER.
           MOVE 0 TO WS-AD-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > AD-COUNT
              IF WS-AD-IX = 0 AND AD-ID(I) = CUR-ID
                 MOVE I TO WS-AD-IX
              END-IF
           END-PERFORM.

      * -------------------------
      * ONE PLAYER LOG OR ARCHIVE. A SESSION COUNTS ONCE ITS RESULT
      * LINE FOLLOWS THE HEADER; '*QUEST*' AND OTHER MARKER LINES
      * BETWEEN THEM ARE PASSED OVER. HEADERLESS LEGACY RESULTS
      * CARRY NO DATE AND ARE NEVER EXTRACTED.
      * -------------------------
       EXTRACT-ONE-FILE.
           MOVE 'N' TO WS-EOF-PLOG
           MOVE 'N' TO CUR-ACTIVE
           OPEN INPUT PLAYER-LOG-FILE
           IF WS-FS-PLOG = '00'
              ADD 1 TO CT-FILES
              PERFORM READ-PLOG
              PERFORM UNTIL NO-MORE-PLOG
                 EVALUATE TRUE
                    WHEN PL-PLAYER-ID = '*SESS*'
                       IF CUR-ACTIVE = 'Y'
                          ADD 1 TO CT-INCOMPLETE
                       END-IF
                       MOVE 'N' TO CUR-ACTIVE
                       IF PL-HDR-DATE NUMERIC
                          AND PL-HDR-DATE = WS-EXTRACT-DATE
                          MOVE 'Y' TO CUR-ACTIVE
                          MOVE PL-HDR-ID TO CUR-ID
                          MOVE PL-HDR-DATE TO CUR-DATE
                          MOVE 0 TO CUR-TIME
                          IF PL-HDR-TIME NUMERIC
                             MOVE PL-HDR-TIME TO CUR-TIME
                          END-IF
                       END-IF
                    WHEN PL-PLAYER-ID(1:1) = '*'
                       OR PL-PLAYER-ID = SPACES
                       CONTINUE
                    WHEN CUR-ACTIVE = 'Y'
                       AND PL-PLAYER-ID = CUR-ID
                       PERFORM EXTRACT-SESSION
                       MOVE 'N' TO CUR-ACTIVE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 PERFORM READ-PLOG
              END-PERFORM
              IF CUR-ACTIVE = 'Y'
                 ADD 1 TO CT-INCOMPLETE
              END-IF
              CLOSE PLAYER-LOG-FILE
           END-IF.

       READ-PLOG.
           READ PLAYER-LOG-FILE AT END SET NO-MORE-PLOG TO TRUE
           END-READ
           IF WS-FS-PLOG NOT = '00' AND WS-FS-PLOG NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-PLOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       EXTRACT-SESSION.
           MOVE CUR-ID TO PM-PLAYER-ID
           READ PLAYER-MST-FILE
              INVALID KEY
                 CONTINUE
           END-READ
           IF WS-FS-PMAST NOT = '00'
              ADD 1 TO CT-NOT-ON-MST
              DISPLAY 'NOT ON PLAYER MASTER - LEFT OUT: ' CUR-ID
                 ' ' CUR-DATE ' ' CUR-TIME
           ELSE
              MOVE SPACES TO EXTRACT-RECORD
              SET RX-DETAIL TO TRUE
              MOVE CUR-ID TO RX-DTL-PLAYER
              MOVE CUR-DATE TO RX-DTL-DATE
              MOVE CUR-TIME TO RX-DTL-TIME
              MOVE PL-RESULT TO RX-DTL-RESULT
              MOVE 0 TO RX-DTL-ROOM RX-DTL-TURNS RX-DTL-SCORE
              IF PL-ROOM NUMERIC
                 MOVE PL-ROOM TO RX-DTL-ROOM
              END-IF
              IF PL-TURNS NUMERIC
                 MOVE PL-TURNS TO RX-DTL-TURNS
              END-IF
              IF PL-SCORE NUMERIC
                 MOVE PL-SCORE TO RX-DTL-SCORE
              END-IF
              PERFORM FIND-DAY-PLAYER
              IF WS-AD-IX = 0
                 MOVE 0 TO RX-DTL-ACH
              ELSE
                 MOVE AD-EARNED(WS-AD-IX) TO RX-DTL-ACH
              END-IF
              PERFORM WRITE-EXTRACT
              ADD 1 TO CT-DETAILS
              ADD RX-DTL-SCORE TO HASH-SCORE
              ADD RX-DTL-TURNS TO HASH-TURNS
           END-IF.

      * -------------------------
      * INTERFACE FILE RECORDS
      * -------------------------
       WRITE-EXTRACT-HEADER.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO EXTRACT-RECORD
           SET RX-HEADER TO TRUE
           MOVE WS-EXTRACT-DATE TO RX-HDR-DATE
           MOVE WS-GEN TO RX-HDR-GEN
           MOVE WS-SEQ TO RX-HDR-SEQ
           MOVE WS-HDR-MODE TO RX-HDR-MODE
           MOVE WS-TODAY TO RX-HDR-RUN-DATE
           MOVE WS-NOW(1:6) TO RX-HDR-RUN-TIME
           PERFORM WRITE-EXTRACT.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO EXTRACT-RECORD
           SET RX-TRAILER TO TRUE
           COMPUTE RX-TRL-RECORDS = CT-RECORDS + 1
           MOVE CT-DETAILS TO RX-TRL-DETAILS
           MOVE HASH-SCORE TO RX-TRL-SCORE-HASH
           MOVE HASH-TURNS TO RX-TRL-TURNS-HASH
           PERFORM WRITE-EXTRACT.

       WRITE-EXTRACT.
           WRITE EXTRACT-RECORD
           IF WS-FS-EXTRACT NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-EXTRACT-FILENAME
                 '] STATUS=' WS-FS-EXTRACT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO CT-RECORDS.

      * -------------------------
      * RUN SUMMARY. A RESEND WHOSE TOTALS NO LONGER AGREE WITH THE
      * ORIGINAL SEND (AN ERASURE SINCE, SAY) IS FLAGGED WITH RC 4.
      * -------------------------
       REPORT-EXTRACT.
           DISPLAY 'LOG FILES READ:        ' CT-FILES
           DISPLAY 'SESSIONS EXTRACTED:    ' CT-DETAILS
           DISPLAY 'NOT ON PLAYER MASTER:  ' CT-NOT-ON-MST
           DISPLAY 'INCOMPLETE SESSIONS:   ' CT-INCOMPLETE
           DISPLAY 'RECORDS WRITTEN:       ' CT-RECORDS
           DISPLAY 'SCORE HASH TOTAL:      ' HASH-SCORE
           DISPLAY 'TURNS HASH TOTAL:      ' HASH-TURNS
           IF CT-NOT-ON-MST > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-HDR-MODE = 'R'
              IF CT-DETAILS = PS-DETAILS
                 AND HASH-SCORE = PS-SCORE-HASH
                 AND HASH-TURNS = PS-TURNS-HASH
                 DISPLAY 'RESEND AGREES WITH THE ORIGINAL SEND OF '
                    PS-RUN-DATE '.'
              ELSE
                 DISPLAY 'RESEND DIFFERS FROM THE ORIGINAL SEND OF '
                    PS-RUN-DATE ': ' PS-DETAILS ' SESSIONS, SCORE '
                    PS-SCORE-HASH ', TURNS ' PS-TURNS-HASH
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           DISPLAY 'EXTRACT COMPLETE.'.
