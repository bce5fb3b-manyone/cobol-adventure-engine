               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-PLOG.
           SELECT QUEST-FILE
               ASSIGN DYNAMIC WS-QUEST-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QUEST.

       DATA DIVISION.
       FILE SECTION.
           03 PL-TURNS       PIC 9(04).
           03 FILLER         PIC X(16).

      * '*QUEST*' LINE: A QUEST FINISHED ('C') OR LEFT PART-WAY AT
      * SESSION END ('P'), WITH THE STEPS DONE OUT OF THE TOTAL
       01  PLAYER-LOG-QUEST.
           03 FILLER         PIC X(10).
           03 PQ-PLAYER-ID   PIC X(10).
           03 PQ-STATUS      PIC X.
           03 PQ-DONE        PIC 9.
           03 PQ-STEPS       PIC 9.
           03 FILLER         PIC X.
           03 PQ-QUEST-ID    PIC X(08).
           03 PQ-POINTS      PIC 9(03).
           03 FILLER         PIC X(05).

       FD  QUEST-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  QUEST-RECORD.
           03 QST-REC-ID     PIC X(08).
           03 QST-REC-TITLE  PIC X(30).
           03 FILLER         PIC X(162).

       WORKING-STORAGE SECTION.
       01 FILLER PIC X(01) VALUE SPACE.
           88 NO-MORE-PLOG VALUE 'Y'.
       01 FILLER PIC X(01) VALUE SPACE.
           88 NO-MORE-QUEST VALUE 'Y'.

       01 WS-FS-PLOG       PIC X(02).
       01 WS-PLOG-FILENAME PIC X(40) VALUE 'playerlog.dat'.
       01 WS-FS-QUEST      PIC X(02).
       01 WS-QUEST-FILENAME PIC X(40) VALUE 'quests.dat'.
       01 WS-DATASET-PARM  PIC X(80) VALUE SPACES.

       01 WS-MAX-WINNERS   PIC 999 VALUE 500.
       01 WS-MAX-ROOMS     PIC 999 VALUE 99.
       01 WS-MAX-PLAYERS   PIC 999 VALUE 500.
       01 WS-MAX-QUESTS    PIC 999 VALUE 50.
       01 WS-MAX-QPROG     PIC 999 VALUE 900.

       01 RUN-COUNTS.
           05 CT-TOTAL      PIC 9(05) VALUE 0.
              10 RT-BOTH    PIC 9(05).
              10 RT-SHOWN   PIC X.

      * PLAYERS SEEN IN THE LOG, THE DENOMINATOR FOR QUEST RATES
       01 PLAYER-DATA.
           05 PLAYER-COUNT  PIC 999 VALUE 0.
           05 PLAYER-ID     PIC X(10) OCCURS 500 TIMES.

      * BEST PROGRESS PER QUEST AND PLAYER, AS A PERCENT OF THE
      * QUEST'S STEPS, AND THE TOTALS PER QUEST BUILT FROM IT
       01 QUEST-PROGRESS.
           05 QP-COUNT      PIC 999 VALUE 0.
           05 QP-REC        OCCURS 900 TIMES.
              10 QP-QUEST-ID PIC X(08).
              10 QP-PLAYER  PIC X(10).
              10 QP-PCT     PIC 999.
              10 QP-DONE    PIC X.
       01 QUEST-TOTALS.
           05 QT-COUNT      PIC 999 VALUE 0.
           05 QT-REC        OCCURS 50 TIMES.
              10 QT-ID      PIC X(08).
              10 QT-TITLE   PIC X(30).
              10 QT-STARTED PIC 9(05).
              10 QT-DONE    PIC 9(05).
              10 QT-CREDIT  PIC 9(08).

       01 I                 PIC 999 VALUE 0.
       01 J                 PIC 999 VALUE 0.
       01 K                 PIC 999 VALUE 0.
           05 WS-SWAP-ID    PIC X(10).
           05 WS-SWAP-TURNS PIC 9(04).
       01 WS-RANK           PIC 99 VALUE 0.
       01 WS-QST-PCT        PIC 999 VALUE 0.
       01 WS-DONE-PCT       PIC 999 VALUE 0.
       01 WS-CREDIT-PCT     PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * DAILY OPERATIONS SUMMARY FROM PLAYERLOG.DAT
      * PARM: [PLAYER-LOG [QUESTS-FILE]]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           IF WS-DATASET-PARM NOT = SPACES
              UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
                 INTO WS-PLOG-FILENAME WS-QUEST-FILENAME
           END-IF
           IF WS-QUEST-FILENAME = SPACES
              MOVE 'quests.dat' TO WS-QUEST-FILENAME
           END-IF

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
              STOP RUN
           END-IF

           PERFORM LOAD-QUEST-TITLES

           PERFORM READ-PLOG
           PERFORM UNTIL NO-MORE-PLOG
              PERFORM TALLY-RECORD
           PERFORM REPORT-RESULTS
           PERFORM REPORT-WINNER-TURNS
           PERFORM REPORT-PROBLEM-ROOMS
           PERFORM REPORT-QUESTS
           PERFORM REPORT-LEADERBOARD
           STOP RUN.

           CONTINUE.

      * -------------------------
      * ONE RECORD INTO THE TALLIES. QUEST LINES GO TO THE QUEST
      * PROGRESS TABLE; SESSION HEADERS AND OTHER NON-RESULT
      * RECORDS ARE SKIPPED.
      * -------------------------
       TALLY-RECORD.
           IF PL-PLAYER-ID = '*QUEST*'
              PERFORM TALLY-QUEST
           END-IF
           IF PL-PLAYER-ID(1:1) = '*'
              CONTINUE
           ELSE
              ADD 1 TO CT-TOTAL
              PERFORM KEEP-PLAYER
              EVALUATE PL-RESULT
                 WHEN 'WIN'
                    ADD 1 TO CT-WIN
              END-EVALUATE
           END-IF.

       KEEP-PLAYER.
           PERFORM DO-NOTHING VARYING K FROM 1 BY 1
              UNTIL K > PLAYER-COUNT OR PLAYER-ID(K) = PL-PLAYER-ID
           IF K > PLAYER-COUNT AND PLAYER-COUNT < WS-MAX-PLAYERS
              ADD 1 TO PLAYER-COUNT
              MOVE PL-PLAYER-ID TO PLAYER-ID(PLAYER-COUNT)
           END-IF.

      * KEEP THE PLAYER'S BEST SHOWING ON THE QUEST: A FINISH, OR
      * THE MOST STEPS DONE ON ANY SESSION LEFT PART-WAY
       TALLY-QUEST.
           IF PQ-STATUS = 'C'
              MOVE 100 TO WS-QST-PCT
           ELSE
              IF PQ-DONE NUMERIC AND PQ-STEPS NUMERIC
                 AND PQ-STEPS > 0 AND PQ-DONE < PQ-STEPS
                 COMPUTE WS-QST-PCT = PQ-DONE * 100 / PQ-STEPS
              ELSE
                 MOVE 0 TO WS-QST-PCT
              END-IF
           END-IF
           PERFORM DO-NOTHING VARYING K FROM 1 BY 1
              UNTIL K > QP-COUNT
                 OR (QP-QUEST-ID(K) = PQ-QUEST-ID
                     AND QP-PLAYER(K) = PQ-PLAYER-ID)
           IF K > QP-COUNT
              IF QP-COUNT < WS-MAX-QPROG
                 ADD 1 TO QP-COUNT
                 MOVE PQ-QUEST-ID TO QP-QUEST-ID(QP-COUNT)
                 MOVE PQ-PLAYER-ID TO QP-PLAYER(QP-COUNT)
                 MOVE WS-QST-PCT TO QP-PCT(QP-COUNT)
                 MOVE 'N' TO QP-DONE(QP-COUNT)
                 IF PQ-STATUS = 'C'
                    MOVE 'Y' TO QP-DONE(QP-COUNT)
                 END-IF
              END-IF
           ELSE
              IF WS-QST-PCT > QP-PCT(K)
                 MOVE WS-QST-PCT TO QP-PCT(K)
              END-IF
              IF PQ-STATUS = 'C'
                 MOVE 'Y' TO QP-DONE(K)
              END-IF
           END-IF.

       KEEP-WINNER.
           IF WINNER-COUNT < WS-MAX-WINNERS
              ADD 1 TO WINNER-COUNT
              MOVE 'Y' TO RT-SHOWN(WS-BEST-IX)
           END-IF.

      * -------------------------
      * QUEST DEFINITIONS, FOR THE TITLES AND SO A QUEST NOBODY
      * HAS STARTED STILL SHOWS. THE FILE IS OPTIONAL.
      * -------------------------
       LOAD-QUEST-TITLES.
           OPEN INPUT QUEST-FILE
           IF WS-FS-QUEST = '00'
              PERFORM READ-QUEST
              PERFORM UNTIL NO-MORE-QUEST
                 IF QT-COUNT < WS-MAX-QUESTS
                    ADD 1 TO QT-COUNT
                    MOVE QST-REC-ID TO QT-ID(QT-COUNT)
                    MOVE QST-REC-TITLE TO QT-TITLE(QT-COUNT)
                    MOVE 0 TO QT-STARTED(QT-COUNT)
                    MOVE 0 TO QT-DONE(QT-COUNT)
                    MOVE 0 TO QT-CREDIT(QT-COUNT)
                 END-IF
                 PERFORM READ-QUEST
              END-PERFORM
              CLOSE QUEST-FILE
           END-IF.

       READ-QUEST.
           READ QUEST-FILE AT END SET NO-MORE-QUEST TO TRUE
           END-READ
           IF WS-FS-QUEST NOT = '00' AND WS-FS-QUEST NOT = '10'
              DISPLAY 'ERROR READING QUESTS FILE, STATUS='
                 WS-FS-QUEST
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * QUEST COMPLETION RATES. DONE PCT IS THE SHARE OF PLAYERS IN
      * THE LOG WHO FINISHED THE QUEST; CREDIT PCT AVERAGES EACH
      * PLAYER'S BEST SHARE OF ITS STEPS, SO PART-WAY PLAY COUNTS.
      * -------------------------
       REPORT-QUESTS.
           DISPLAY '--- QUEST COMPLETION ---'
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QP-COUNT
              PERFORM DO-NOTHING VARYING K FROM 1 BY 1
                 UNTIL K > QT-COUNT OR QT-ID(K) = QP-QUEST-ID(I)
              IF K > QT-COUNT AND QT-COUNT < WS-MAX-QUESTS
                 ADD 1 TO QT-COUNT
                 MOVE QP-QUEST-ID(I) TO QT-ID(QT-COUNT)
                 MOVE SPACES TO QT-TITLE(QT-COUNT)
                 MOVE 0 TO QT-STARTED(QT-COUNT)
                 MOVE 0 TO QT-DONE(QT-COUNT)
                 MOVE 0 TO QT-CREDIT(QT-COUNT)
              END-IF
              IF K <= QT-COUNT
                 ADD 1 TO QT-STARTED(K)
                 IF QP-DONE(I) = 'Y'
                    ADD 1 TO QT-DONE(K)
                 END-IF
                 ADD QP-PCT(I) TO QT-CREDIT(K)
              END-IF
           END-PERFORM
           IF QT-COUNT = 0
              DISPLAY 'NO QUESTS RECORDED.'
           ELSE
              DISPLAY 'PLAYERS: ' PLAYER-COUNT
              PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-COUNT
                 MOVE 0 TO WS-DONE-PCT
                 MOVE 0 TO WS-CREDIT-PCT
                 IF PLAYER-COUNT > 0
                    COMPUTE WS-DONE-PCT ROUNDED =
                       QT-DONE(K) * 100 / PLAYER-COUNT
                    COMPUTE WS-CREDIT-PCT ROUNDED =
                       QT-CREDIT(K) / PLAYER-COUNT
                 END-IF
                 DISPLAY QT-ID(K) ' ' QT-TITLE(K)
                    '  STARTED=' QT-STARTED(K)
                    '  DONE=' QT-DONE(K)
                 DISPLAY '         DONE PCT=' WS-DONE-PCT
                    '  CREDIT PCT=' WS-CREDIT-PCT
              END-PERFORM
           END-IF
           DISPLAY SPACE.

      * -------------------------
      * TOP TEN BY FEWEST WINNING TURNS
      * -------------------------
                 DISPLAY I '. ' WIN-ID(I) ' ' WIN-TURNS(I) ' TURNS'
              END-PERFORM
           END-IF.

       DO-NOTHING.

           EXIT.
