               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EARNED.
            SELECT COIN-LEDGER-FILE
               ASSIGN DYNAMIC WS-LEDGER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.
            SELECT GAMESAVE-FILE
               ASSIGN DYNAMIC WS-GAMESAVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REPLAY.
            SELECT REPLAY-RESULT-FILE
               ASSIGN DYNAMIC WS-RPLRES-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RPLRES.
            SELECT PLAYER-MST-FILE
               ASSIGN TO "playermst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-FS-PMAST.
      * THE SAME MASTER, OPENED INPUT ONLY FOR THE HALL OF FAME
            SELECT HOF-MST-FILE
               ASSIGN TO "playermst.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HF-PLAYER-ID
               FILE STATUS IS WS-FS-HOF.
            SELECT PLAYER-REG-FILE
               ASSIGN TO "playerreg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-FS-PREG.
            SELECT SIGNON-REJ-FILE
               ASSIGN TO "signonrej.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.
            SELECT PLAYER-LOG-FILE
               ASSIGN DYNAMIC WS-PLOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CAMPAIGN.
            SELECT TOURNEY-FILE
               ASSIGN TO "tourney.dat"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TOURNEY.
            SELECT QUEST-FILE
               ASSIGN DYNAMIC WS-QUEST-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-QUEST.
       DATA DIVISION.
       FILE SECTION.
       
           03 AE-DATE          PIC 9(08).
           03 FILLER           PIC X(14).

      * QUESTS: UP TO FIVE STEPS PER QUEST, TO BE DONE IN ORDER.
      * STEP TYPES ARE TAKE <OBJECT>, USE <OBJECT>, DEFEAT
      * <CREATURE>, GIVE <OBJECT> TO <NPC> AND CRAFT <OBJECT>. A
      * NONZERO ROOM TIES THE STEP TO THAT ROOM; A BLANK TYPE ENDS
      * THE LIST.
       FD  QUEST-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  QUEST-RECORD.
           03 QST-REC-ID       PIC X(08).
           03 QST-REC-TITLE    PIC X(30).
           03 QST-REC-POINTS   PIC 9(03).
           03 QST-REC-STEP     OCCURS 5 TIMES.
              05 QST-REC-TYPE  PIC X(06).
              05 QST-REC-NAME  PIC X(10).
              05 QST-REC-ROOM  PIC 99.
              05 QST-REC-NPC   PIC X(10).
           03 FILLER           PIC X(19).

      * COIN LEDGER: ONE 'OPEN' AND ONE 'CLOS' RECORD PER SESSION
      * BRACKETING A 'BUY' OR 'SELL' RECORD PER TRADE. ON 'OPEN'
      * CL-SHOP IS 'NEW' OR 'RESTORED' AND CL-PRICE CARRIES THE
      * EPISODE'S START COINS; ON 'CLOS' CL-SHOP IS THE END REASON.
       FD  COIN-LEDGER-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  COIN-LEDGER-RECORD.
           03 CL-PLAYER-ID     PIC X(10).
           03 CL-SESS-DATE     PIC 9(08).
           03 CL-SESS-TIME     PIC 9(06).
           03 CL-TURN          PIC 9(04).
           03 CL-DIRECTION     PIC X(04).
           03 CL-SHOP          PIC X(10).
           03 CL-OBJECT        PIC X(10).
           03 CL-PRICE         PIC 9(05).
           03 CL-BALANCE       PIC 9(05).
           03 CL-ROOM          PIC 99.
           03 CL-GEN           PIC 9(05).
           03 FILLER           PIC X(11).

       FD  GAMESAVE-FILE
              RECORD CONTAINS 159 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
           03 SL-REST  PIC X(18).
           03 SL-REST-CMD REDEFINES SL-REST.
              05 SL-NOUN2  PIC X(10).
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
           03 RP-REST  PIC X(18).
           03 RP-REST-CMD REDEFINES RP-REST.
              05 RP-NOUN2  PIC X(10).
              05 RP-OUTCOME PIC X(08).
           03 RP-REST-END REDEFINES RP-REST.
              05 RP-SCORE  PIC 9(05).
              05 RP-TURNS  PIC 9(04).
              05 FILLER    PIC X(09).

      * ONE RECORD PER REPLAY RUN WITH A RESULT FILE NAMED: THE END
      * STATE REACHED, THE LOGGED END STATE, AND THE FIRST TURN
      * WHOSE ROOM OR OUTCOME DIFFERED FROM THE LOGGED ONE
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

       FD  PLAYER-MST-FILE
              RECORD CONTAINS 80 CHARACTERS.

           03 PM-DEATHS         PIC 9(05).
           03 FILLER            PIC X(34).

       FD  HOF-MST-FILE
              RECORD CONTAINS 80 CHARACTERS.

       01  HOF-MST-RECORD.
           03 HF-PLAYER-ID      PIC X(10).
           03 HF-GAMES          PIC 9(05).
           03 HF-WINS           PIC 9(05).
           03 HF-BEST-SCORE     PIC 9(05).
           03 HF-FEWEST-TURNS   PIC 9(04).
           03 FILLER            PIC X(51).

      * ENROLLMENT REGISTRY, MAINTAINED BY ADVENT-REGISTER. ONLY AN
      * ENROLLED, ACTIVE ID SIGNING ON WITH ITS PIN MAY PLAY.
       FD  PLAYER-REG-FILE
              RECORD CONTAINS 60 CHARACTERS.

       01  PLAYER-REG-RECORD.
           03 PR-PLAYER-ID      PIC X(10).
           03 PR-ENROLL-DATE    PIC 9(08).
           03 PR-PIN            PIC X(08).
           03 PR-STATUS         PIC X.
              88 PR-ACTIVE      VALUE 'A'.
              88 PR-SUSPENDED   VALUE 'S'.
              88 PR-CLOSED      VALUE 'C'.
           03 PR-STATUS-DATE    PIC 9(08).
           03 FILLER            PIC X(25).

       FD  SIGNON-REJ-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SIGNON-REJ-RECORD.
           03 RJ-PLAYER-ID      PIC X(10).
           03 RJ-DATE           PIC 9(08).
           03 RJ-TIME           PIC 9(06).
           03 RJ-REASON         PIC X(08).
           03 FILLER            PIC X(08).

       FD  PLAYER-LOG-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
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
           03 PL-REST-RES REDEFINES PL-REST.
              05 PL-SCORE    PIC 9(05).
              05 FILLER      PIC X(11).
           03 PL-REST-QST REDEFINES PL-REST.
              05 PL-QST-ID      PIC X(08).
              05 PL-QST-POINTS  PIC 9(03).
              05 FILLER         PIC X(05).

      * TOURNAMENTS, MAINTAINED BY ADVENT-TOURNEY: A 'T' RECORD PER
      * TOURNAMENT AND AN 'E' RECORD PER ROSTERED PLAYER.
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

       FD  CAMPAIGN-FILE
              RECORD CONTAINS 328 CHARACTERS
               88 NO-MORE-ACH VALUE 'Y'.
           03 WS-EOF-EARNED PIC X(01) VALUE SPACE.
               88 NO-MORE-EARNED VALUE 'Y'.
           03 WS-EOF-TOURNEY PIC X(01) VALUE SPACE.
               88 NO-MORE-TOURNEY VALUE 'Y'.
           03 WS-EOF-QUEST PIC X(01) VALUE SPACE.
               88 NO-MORE-QUEST VALUE 'Y'.
           03 WS-EOF-HOF PIC X(01) VALUE SPACE.
               88 NO-MORE-HOF VALUE 'Y'.

       01 WS-FS-ROOMS    PIC X(02).
       01 WS-FS-object   PIC X(02).
       01 WS-FS-HINT     PIC X(02).
       01 WS-FS-MESSAGE  PIC X(02).
       01 WS-FS-REPLAY   PIC X(02).
       01 WS-FS-RPLRES   PIC X(02).
       01 WS-FS-PMAST    PIC X(02).
       01 WS-FS-GAMESAVE PIC X(02).
       01 WS-FS-SESSLOG  PIC X(02).
       01 WS-FS-RECIPE   PIC X(02).
       01 WS-FS-ACH      PIC X(02).
       01 WS-FS-EARNED   PIC X(02).
       01 WS-FS-PREG     PIC X(02).
       01 WS-FS-REJ      PIC X(02).
       01 WS-FS-LEDGER   PIC X(02).
       01 WS-FS-TOURNEY  PIC X(02).
       01 WS-FS-QUEST    PIC X(02).
       01 WS-FS-HOF      PIC X(02).

       01  GS-HEADER-REC.
           05 GS-CURRENT-ROOM      PIC 99.
           05 GS-COINS             PIC 9(05).
           05 GS-HINTS-TAKEN       PIC X.
           05 GS-TURN-BASE         PIC 9(04).
           05 GS-QUEST-COUNT       PIC 99.
           05 FILLER               PIC X(115).

       01  GS-OBJECT-REC.
           05 GS-OBJ-NAME          PIC X(10).
           05 GS-PATCH-VAL         PIC 99.
           05 FILLER               PIC X(153).

       01  GS-QUEST-REC.
           05 GS-QST-ID            PIC X(08).
           05 GS-QST-DONE          PIC 9.
           05 FILLER               PIC X(149).

       01  PLAYER-STATE.
           05 CURRENT-ROOM         PIC 99 VALUE 1.
           05 GAME-OVER            PIC X VALUE 'N'.
       01  WS-ACH-EARN             PIC X VALUE 'N'.
       01  WS-PM-DEATHS            PIC 9(05) VALUE 0.

      * QUESTS (OPTIONAL DATASET). LOADED ONCE, NOT PER EPISODE, SO
      * PROGRESS CARRIES ACROSS CAMPAIGN EPISODES. QST-DONE-STEPS
      * COUNTS THE STEPS DONE IN ORDER; WHEN IT REACHES
      * QST-STEP-COUNT THE QUEST IS FINISHED AND ITS POINTS SCORE.
       01  WS-MAX-QUESTS           PIC 99 VALUE 10.
       01  QUEST-DATA.
           05 QST-COUNT            PIC 99 VALUE 0.
           05 QST-REC-T            OCCURS 10 TIMES.
              10 QST-ID            PIC X(08).
              10 QST-TITLE         PIC X(30).
              10 QST-POINTS        PIC 999.
              10 QST-STEP-COUNT    PIC 9.
              10 QST-DONE-STEPS    PIC 9.
              10 QST-STEP          OCCURS 5 TIMES.
                 15 QST-STEP-TYPE  PIC X(06).
                 15 QST-STEP-NAME  PIC X(10).
                 15 QST-STEP-ROOM  PIC 99.
                 15 QST-STEP-NPC   PIC X(10).
       01  WS-QST-IX               PIC 99 VALUE 0.
       01  WS-QST-STEP-IX          PIC 9 VALUE 0.
      * THE ACTION JUST DONE, AS A STEP TO MATCH AGAINST THE QUESTS
       01  WS-QST-TYPE             PIC X(06) VALUE SPACES.
       01  WS-QST-NAME             PIC X(10) VALUE SPACES.
       01  WS-QST-NPC              PIC X(10) VALUE SPACES.
       01  WS-QST-STATUS           PIC X VALUE SPACE.

      * HALL OF FAME: THE TOP FIVE BY BEST SCORE AND BY FEWEST
      * WINNING TURNS, AND THE PLAYER'S OWN STANDING, FROM ONE
      * READ-ONLY PASS OF THE PLAYER MASTER
       01  HOF-DATA.
           05 HOF-SCORE-CT         PIC 9 VALUE 0.
           05 HOF-SCORE-T          OCCURS 5 TIMES.
              10 HOF-SCORE-ID      PIC X(10).
              10 HOF-SCORE         PIC 9(05).
           05 HOF-TURNS-CT         PIC 9 VALUE 0.
           05 HOF-TURNS-T          OCCURS 5 TIMES.
              10 HOF-TURNS-ID      PIC X(10).
              10 HOF-TURNS         PIC 9(04).
       01  HOF-PLAYERS             PIC 9(05) VALUE 0.
       01  HOF-WINNERS             PIC 9(05) VALUE 0.
       01  HOF-MY-WINS             PIC 9(05) VALUE 0.
       01  HOF-MY-SCORE            PIC 9(05) VALUE 0.
       01  HOF-MY-TURNS            PIC 9(04) VALUE 0.
       01  HOF-SCORE-RANK          PIC 9(05) VALUE 0.
       01  HOF-TURNS-RANK          PIC 9(05) VALUE 0.
       01  HOF-IX                  PIC 9 VALUE 0.
       01  HOF-POS                 PIC 9 VALUE 0.

      * CRAFTING RECIPES: TWO HELD INGREDIENTS ARE CONSUMED AND
      * THE RESULT OBJECT APPEARS IN THE PLAYER'S HANDS. ROOM ZERO
      * MEANS THE RECIPE WORKS ANYWHERE.
           05 FILLER PIC X(08) VALUE 'ACHLIST'.
           05 FILLER PIC X(72) VALUE
              'ACHIEVEMENTS:'.
           05 FILLER PIC X(08) VALUE 'ASKPIN'.
           05 FILLER PIC X(72) VALUE
              'ENTER YOUR PIN:'.
           05 FILLER PIC X(08) VALUE 'SIGNREJ'.
           05 FILLER PIC X(72) VALUE
              'SIGN-ON REFUSED. CHECK YOUR PLAYER ID AND PIN.'.
           05 FILLER PIC X(08) VALUE 'ACCTSUSP'.
           05 FILLER PIC X(72) VALUE
              'THIS PLAYER ID IS SUSPENDED. SEE THE GAMES DESK.'.
           05 FILLER PIC X(08) VALUE 'ACCTCLSD'.
           05 FILLER PIC X(72) VALUE
              'THIS PLAYER ID HAS BEEN CLOSED.'.
           05 FILLER PIC X(08) VALUE 'TOURNEY'.
           05 FILLER PIC X(72) VALUE
              'THIS GAME COUNTS IN TOURNAMENT'.
           05 FILLER PIC X(08) VALUE 'QUESTDON'.
           05 FILLER PIC X(72) VALUE
              '*** QUEST COMPLETE ***'.
           05 FILLER PIC X(08) VALUE 'QUESTLST'.
           05 FILLER PIC X(72) VALUE
              'QUESTS:'.
           05 FILLER PIC X(08) VALUE 'NOQUESTS'.
           05 FILLER PIC X(72) VALUE
              'There are no quests here.'.
           05 FILLER PIC X(08) VALUE 'QSTOPEN'.
           05 FILLER PIC X(72) VALUE
              'OPEN'.
           05 FILLER PIC X(08) VALUE 'QSTDONE'.
           05 FILLER PIC X(72) VALUE
              'DONE'.
           05 FILLER PIC X(08) VALUE 'HOFHEAD'.
           05 FILLER PIC X(72) VALUE
              '*** HALL OF FAME ***'.
           05 FILLER PIC X(08) VALUE 'HOFSCORE'.
           05 FILLER PIC X(72) VALUE
              'HIGHEST SCORES:'.
           05 FILLER PIC X(08) VALUE 'HOFTURNS'.
           05 FILLER PIC X(72) VALUE
              'FEWEST TURNS TO WIN:'.
           05 FILLER PIC X(08) VALUE 'HOFEMPTY'.
           05 FILLER PIC X(72) VALUE
              'NO ONE HAS WON YET.'.
           05 FILLER PIC X(08) VALUE 'HOFRSC'.
           05 FILLER PIC X(72) VALUE
              'YOUR RANK BY SCORE:'.
           05 FILLER PIC X(08) VALUE 'HOFRTN'.
           05 FILLER PIC X(72) VALUE
              'YOUR RANK BY TURNS:'.
           05 FILLER PIC X(08) VALUE 'HOFNORNK'.
           05 FILLER PIC X(72) VALUE
              'NOT RANKED YET - WIN A GAME TO JOIN THE BOARD.'.
           05 FILLER PIC X(08) VALUE 'HOFACH'.
           05 FILLER PIC X(72) VALUE
              'ACHIEVEMENTS EARNED:'.
           05 FILLER PIC X(160) VALUE SPACES.
      * THE LIVE CATALOG. LOAD-MESSAGES RESETS IT FROM THE SHIPPED
      * DEFAULTS AND MERGES THE SELECTED MESSAGE FILE OVER IT, SO A
      * LANGUAGE PACK CAN BE SWAPPED IN AFTER SIGN-ON.
       01  MESSAGE-DATA.
           05 MSG-REC-T            OCCURS 95 TIMES.
              10 MSG-ID            PIC X(08).
              10 MSG-TEXT          PIC X(72).
       01  MSG-COUNT               PIC 99 VALUE 0.
       01  WS-MSG-DEFAULT-CT       PIC 99 VALUE 93.
       01  WS-MAX-MSGS             PIC 99 VALUE 95.
       01  WS-MSG-KEY              PIC X(08) VALUE SPACES.
       01  WS-MSG-OUT              PIC X(72) VALUE SPACES.
       01  WS-MSG-LEN              PIC 99 VALUE 1.
       01 WS-EPISODE-TURN-BASE      PIC 9(04) VALUE 0.
       01 WS-EPISODE-TURN           PIC 9(04) VALUE 0.
       01 WS-END-REASON             PIC X(08) VALUE 'QUIT'.
      * OUTCOME OF THE CURRENT COMMAND FOR THE SESSION LOG: THE KEY
      * OF THE FIRST CATALOG MESSAGE THE COMMAND ANSWERED WITH,
      * 'MOVED' FOR A MOVE THAT WENT THROUGH, OR 'OK' FOR A COMMAND
      * THAT ANSWERED WITH DATASET TEXT ONLY.
       01 WS-TURN-OUTCOME           PIC X(08) VALUE SPACES.
       01 WS-PLAYER-ID              PIC X(10) VALUE SPACES.
      * WIDER THAN THE 8-BYTE PIN SO A LONGER ENTRY IS SEEN AND
      * REFUSED RATHER THAN CUT DOWN TO A MATCHING PREFIX.
       01 WS-PIN-ENTERED            PIC X(20) VALUE SPACES.
       01 WS-SIGNON-REASON          PIC X(08) VALUE SPACES.
      * SESSION HEADER STAMP, KEPT FOR THE COIN LEDGER RECORDS.
       01 WS-SESS-DATE              PIC 9(08) VALUE 0.
       01 WS-SESS-TIME              PIC 9(06) VALUE 0.
      * TOURNAMENT THIS SESSION COUNTS TOWARD, STAMPED INTO BOTH
      * '*SESS*' HEADERS. SPACES WHEN THE PLAYER IS NOT ROSTERED IN
      * AN OPEN TOURNAMENT RUNNING TODAY ON THIS GENERATION.
       01 WS-TOURNEY-ID             PIC X(04) VALUE SPACES.
       01 TOURNEY-DATA.
           05 TNY-OPEN-COUNT        PIC 99 VALUE 0.
           05 TNY-OPEN-ID           PIC X(04) OCCURS 20 TIMES.
           05 TNY-ENTRY-COUNT       PIC 99 VALUE 0.
           05 TNY-ENTRY-ID          PIC X(04) OCCURS 20 TIMES.
       01 WS-GAME-RESTORED          PIC X(1) VALUE 'N'.
       01 WS-LEDGER-DIR             PIC X(04) VALUE SPACES.

       01  WS-DIRECTION-NAMES.
           05 FILLER PIC X(10) VALUE 'NORTH'.
       01 WS-ACH-FILENAME           PIC X(40) VALUE
          'achievements.dat'.
       01 WS-EARNED-FILENAME        PIC X(40) VALUE 'playerach.dat'.
      * THE QUESTS FILE BELONGS TO THE DATASET SET: A ROOMS FILE
      * NAMED <PREFIX>ROOMS.DAT TAKES <PREFIX>QUESTS.DAT
       01 WS-QUEST-FILENAME         PIC X(40) VALUE 'quests.dat'.
       01 WS-SET-PREFIX-LEN         PIC 99 VALUE 0.
       01 WS-LEDGER-FILENAME        PIC X(40) VALUE 'coinledger.dat'.

      * EACH PLAYER GETS A PRIVATE SAVE FILE AND PRIVATE LOG SPOOLS
      * NAMED BY PLAYER ID, SO SESSIONS AT SEVERAL TERMINALS CANNOT
       01 WS-REPLAY-EXP-ROOM        PIC 99 VALUE 0.
       01 WS-REPLAY-EXP-SCORE       PIC 9(05) VALUE 0.
       01 WS-REPLAY-EXP-REASON      PIC X(08) VALUE SPACES.
      * IMPACT REPLAY: A RESULT FILE ON THE PARM MEANS A LOGGED
      * SESSION IS BEING REPLAYED AGAINST ANOTHER GENERATION, SO
      * THE '*DSET*' STAMP IS NOT ENFORCED AND EVERY TURN'S ROOM
      * AND OUTCOME ARE CHECKED AGAINST THE LOGGED ONES.
       01 WS-RPLRES-FILENAME        PIC X(40) VALUE SPACES.
       01 WS-REPLAY-IMPACT          PIC X VALUE 'N'.
       01 WS-REPLAY-TURN-ROOM       PIC 99 VALUE 0.
       01 WS-REPLAY-TURN-OUT        PIC X(08) VALUE SPACES.
       01 WS-REPLAY-TURN-VERB       PIC X(10) VALUE SPACES.
       01 WS-REPLAY-TURN-NOUN       PIC X(10) VALUE SPACES.
       01 WS-REPLAY-DIVERGED        PIC X VALUE 'N'.
       01 WS-REPLAY-DIV-TURN        PIC 9(04) VALUE 0.
       01 WS-REPLAY-DIV-VERB        PIC X(10) VALUE SPACES.
       01 WS-REPLAY-DIV-NOUN        PIC X(10) VALUE SPACES.
       01 WS-REPLAY-DIV-EXP-ROOM    PIC 99 VALUE 0.
       01 WS-REPLAY-DIV-EXP-OUT     PIC X(08) VALUE SPACES.
       01 WS-REPLAY-DIV-ROOM        PIC 99 VALUE 0.
       01 WS-REPLAY-DIV-OUT         PIC X(08) VALUE SPACES.
       01 WS-PM-ON-FILE             PIC X VALUE 'N'.
       01 WS-PM-PREV-BEST           PIC 9(05) VALUE 0.
       01 WS-PM-PREV-WINS           PIC 9(05) VALUE 0.
                         WS-EVT-FILENAME WS-HINT-FILENAME
                         WS-MSG-FILENAME WS-REPLAY-FILENAME
                         WS-SHOP-FILENAME WS-RCP-FILENAME
                         WS-RPLRES-FILENAME
              END-IF
           END-IF

                    WS-FS-REPLAY
                 STOP RUN
              END-IF
              IF WS-RPLRES-FILENAME NOT = SPACES
                 MOVE 'Y' TO WS-REPLAY-IMPACT
              END-IF
           END-IF

      * A TWO-CHARACTER MESSAGES PARM IS A LANGUAGE CODE, NOT A

           PERFORM LOAD-ACHIEVEMENTS

      * ADVENT-WALK'S EXPECTED SCORE HAS NO QUEST POINTS, SO A
      * PLAIN REPLAY RUNS WITHOUT QUESTS; AN IMPACT REPLAY KEEPS
      * THEM TO MATCH THE LOGGED SCORES
           IF WS-REPLAY-MODE = 'N' OR WS-REPLAY-IMPACT = 'Y'
              PERFORM SET-QUEST-FILENAME
              PERFORM LOAD-QUESTS
           END-IF

           IF WS-CAMPAIGN-MODE = 'Y'
              PERFORM LOAD-CAMPAIGN
              MOVE 1 TO WS-EPISODE-IX
           DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' GAME-TITLE
           MOVE 'TYPQUIT' TO WS-MSG-KEY
           PERFORM SHOW-MSG
           IF WS-TOURNEY-ID NOT = SPACES
              MOVE 'TOURNEY' TO WS-MSG-KEY
              PERFORM FIND-MSG
              DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' WS-TOURNEY-ID
           END-IF
           DISPLAY SPACE.

           IF WS-REPLAY-MODE = 'N'
              PERFORM RESTORE-GAME
              MOVE 'OPEN' TO WS-LEDGER-DIR
              PERFORM WRITE-LEDGER-ENTRY
           END-IF.

           PERFORM FETCH-ROOM.
                 MOVE 'Y' TO GAME-OVER
              ELSE
                 PERFORM PARSE-COMMAND
                 MOVE SPACES TO WS-TURN-OUTCOME
                 PERFORM EXECUTE-COMMAND
                 IF WS-TURN-OUTCOME = SPACES
                    MOVE 'OK' TO WS-TURN-OUTCOME
                 END-IF
                 ADD 1 TO WS-TURN-COUNT
                 PERFORM PROCESS-EVENTS
                 PERFORM CHECK-TURN-LIMIT
                 PERFORM LOG-TURN
                 IF WS-REPLAY-IMPACT = 'Y'
                    PERFORM CHECK-REPLAY-TURN
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-REPLAY-MODE = 'N'
              PERFORM LOG-SESSION-END
              CLOSE SESSION-LOG-FILE
              MOVE 'CLOS' TO WS-LEDGER-DIR
              PERFORM WRITE-LEDGER-ENTRY
              PERFORM LOG-PLAYER-RESULT
           ELSE
              PERFORM SCAN-REPLAY-TRAILER
                    IF RP-VERB = '*DSET*'
                       AND RP-SCORE NUMERIC
                       AND RP-SCORE NOT = WS-DSET-GEN
                       AND WS-REPLAY-IMPACT = 'N'
                       DISPLAY 'REPLAY SCRIPT IS FOR DATASET'
                          ' GENERATION ' RP-SCORE
                          ', CURRENT IS ' WS-DSET-GEN
                          ' ' DELIMITED BY SIZE
                          RP-NOUN2 DELIMITED BY SPACE
                          INTO INPUT-LINE
                       MOVE RP-ROOM TO WS-REPLAY-TURN-ROOM
                       MOVE RP-OUTCOME TO WS-REPLAY-TURN-OUT
                       MOVE RP-VERB TO WS-REPLAY-TURN-VERB
                       MOVE RP-NOUN TO WS-REPLAY-TURN-NOUN
                       DISPLAY SPACE
                       DISPLAY '> ' INPUT-LINE
                    END-IF
              END-IF
           ELSE
              DISPLAY 'NO LOGGED END STATE TO COMPARE AGAINST.'
           END-IF
           IF WS-REPLAY-IMPACT = 'Y'
              IF WS-REPLAY-DIVERGED = 'Y'
                 DISPLAY 'FIRST DIVERGENCE: TURN ' WS-REPLAY-DIV-TURN
                    ' ' WS-REPLAY-DIV-VERB ' ' WS-REPLAY-DIV-NOUN
                 DISPLAY '  LOGGED ROOM=' WS-REPLAY-DIV-EXP-ROOM
                    ' OUTCOME=' WS-REPLAY-DIV-EXP-OUT
                    '  REPLAY ROOM=' WS-REPLAY-DIV-ROOM
                    ' OUTCOME=' WS-REPLAY-DIV-OUT
              ELSE
                 DISPLAY 'EVERY TURN MATCHED THE LOG.'
              END-IF
              PERFORM WRITE-REPLAY-RESULT
           END-IF.

      * THE FIRST TURN WHOSE ROOM, OR OUTCOME WHERE ONE WAS LOGGED,
      * DIFFERS FROM THE LOG. LOGS FROM BEFORE OUTCOME CODES WERE
      * KEPT ARE COMPARED ON THE ROOM ALONE.
       CHECK-REPLAY-TURN.
           IF WS-REPLAY-DIVERGED = 'N'
              IF CURRENT-ROOM NOT = WS-REPLAY-TURN-ROOM
                 OR (WS-REPLAY-TURN-OUT NOT = SPACES
                     AND WS-TURN-OUTCOME NOT = WS-REPLAY-TURN-OUT)
                 MOVE 'Y' TO WS-REPLAY-DIVERGED
                 MOVE WS-TURN-COUNT TO WS-REPLAY-DIV-TURN
                 MOVE WS-REPLAY-TURN-VERB TO WS-REPLAY-DIV-VERB
                 MOVE WS-REPLAY-TURN-NOUN TO WS-REPLAY-DIV-NOUN
                 MOVE WS-REPLAY-TURN-ROOM TO WS-REPLAY-DIV-EXP-ROOM
                 MOVE WS-REPLAY-TURN-OUT TO WS-REPLAY-DIV-EXP-OUT
                 MOVE CURRENT-ROOM TO WS-REPLAY-DIV-ROOM
                 MOVE WS-TURN-OUTCOME TO WS-REPLAY-DIV-OUT
              END-IF
           END-IF.

       WRITE-REPLAY-RESULT.
           OPEN OUTPUT REPLAY-RESULT-FILE
           IF WS-FS-RPLRES NOT = '00'
              DISPLAY 'CANNOT OPEN REPLAY RESULT FILE, STATUS='
                 WS-FS-RPLRES
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO REPLAY-RESULT-RECORD
              MOVE CURRENT-ROOM TO RR-ROOM
              MOVE SCORE TO RR-SCORE
              MOVE WS-END-REASON TO RR-RESULT
              MOVE WS-TURN-COUNT TO RR-TURNS
              MOVE WS-REPLAY-HAVE-EXP TO RR-HAVE-EXP
              MOVE WS-REPLAY-EXP-ROOM TO RR-EXP-ROOM
              MOVE WS-REPLAY-EXP-SCORE TO RR-EXP-SCORE
              MOVE WS-REPLAY-EXP-REASON TO RR-EXP-RESULT
              EVALUATE TRUE
                 WHEN WS-REPLAY-HAVE-EXP = 'N'
                    MOVE 'NOEND' TO RR-VERDICT
                 WHEN CURRENT-ROOM = WS-REPLAY-EXP-ROOM
                    AND SCORE = WS-REPLAY-EXP-SCORE
                    AND WS-END-REASON = WS-REPLAY-EXP-REASON
                    MOVE 'MATCH' TO RR-VERDICT
                 WHEN OTHER
                    MOVE 'MISMATCH' TO RR-VERDICT
              END-EVALUATE
              MOVE WS-REPLAY-DIV-TURN TO RR-DIV-TURN
              MOVE WS-REPLAY-DIV-VERB TO RR-DIV-VERB
              MOVE WS-REPLAY-DIV-NOUN TO RR-DIV-NOUN
              MOVE WS-REPLAY-DIV-EXP-ROOM TO RR-DIV-EXP-ROOM
              MOVE WS-REPLAY-DIV-EXP-OUT TO RR-DIV-EXP-OUT
              MOVE WS-REPLAY-DIV-ROOM TO RR-DIV-ROOM
              MOVE WS-REPLAY-DIV-OUT TO RR-DIV-OUT
              WRITE REPLAY-RESULT-RECORD
              CLOSE REPLAY-RESULT-FILE
           END-IF.

      * -------------------------
       LOG-SESSION-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE WS-TODAY TO WS-SESS-DATE
           MOVE WS-NOW(1:6) TO WS-SESS-TIME
           PERFORM FIND-TOURNAMENT
           MOVE SPACES TO SESSION-LOG-RECORD
           MOVE '*SESS*' TO SL-VERB
           MOVE WS-PLAYER-ID TO SL-NOUN
           MOVE 0 TO SL-ROOM
           MOVE WS-TODAY TO SL-HDR-DATE
           MOVE WS-NOW(1:6) TO SL-HDR-TIME
           MOVE WS-TOURNEY-ID TO SL-HDR-TOURNEY
           WRITE SESSION-LOG-RECORD
           PERFORM LOG-DSET-RECORD
           OPEN EXTEND PLAYER-LOG-FILE
              MOVE SPACES TO PLAYER-LOG-RECORD
              MOVE '*SESS*' TO PL-PLAYER-ID
              MOVE WS-PLAYER-ID TO PL-HDR-ID
              MOVE WS-TOURNEY-ID TO PL-HDR-TOURNEY
              MOVE WS-TODAY TO PL-HDR-DATE
              MOVE WS-NOW(1:6) TO PL-HDR-TIME
              WRITE PLAYER-LOG-RECORD
              CLOSE PLAYER-LOG-FILE
           END-IF.

      * -------------------------
      * THE OPEN TOURNAMENT, IF ANY, THAT THIS SIGN-ON PLAYS IN:
      * TODAY WITHIN ITS WINDOW, ITS REQUIRED GENERATION LOADED,
      * AND THE PLAYER ON ITS ROSTER. NO TOURNEY.DAT, NO TAG.
      * -------------------------
       FIND-TOURNAMENT.
           MOVE SPACES TO WS-TOURNEY-ID
           MOVE 0 TO TNY-OPEN-COUNT
           MOVE 0 TO TNY-ENTRY-COUNT
           MOVE SPACE TO WS-EOF-TOURNEY
           OPEN INPUT TOURNEY-FILE
           IF WS-FS-TOURNEY = '00'
              PERFORM READ-TOURNEY
              PERFORM UNTIL NO-MORE-TOURNEY
                 EVALUATE TRUE
                    WHEN TN-HEADER AND TN-OPEN
                       AND TN-START <= WS-TODAY
                       AND TN-END >= WS-TODAY
                       AND TN-GEN = WS-DSET-GEN
                       AND TNY-OPEN-COUNT < 20
                       ADD 1 TO TNY-OPEN-COUNT
                       MOVE TN-ID TO TNY-OPEN-ID(TNY-OPEN-COUNT)
                    WHEN TN-ENTRY
                       AND TN-PLAYER-ID = WS-PLAYER-ID
                       AND TNY-ENTRY-COUNT < 20
                       ADD 1 TO TNY-ENTRY-COUNT
                       MOVE TN-ID TO TNY-ENTRY-ID(TNY-ENTRY-COUNT)
                 END-EVALUATE
                 PERFORM READ-TOURNEY
              END-PERFORM
              CLOSE TOURNEY-FILE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > TNY-OPEN-COUNT
                 PERFORM VARYING J FROM 1 BY 1
                    UNTIL J > TNY-ENTRY-COUNT
                    IF WS-TOURNEY-ID = SPACES
                       AND TNY-ENTRY-ID(J) = TNY-OPEN-ID(I)
                       MOVE TNY-OPEN-ID(I) TO WS-TOURNEY-ID
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF.

       READ-TOURNEY.
           READ TOURNEY-FILE AT END SET NO-MORE-TOURNEY TO TRUE
           END-READ
           IF WS-FS-TOURNEY NOT = '00' AND WS-FS-TOURNEY NOT = '10'
              DISPLAY 'ERROR READING TOURNAMENT FILE, STATUS='
                 WS-FS-TOURNEY
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * DATASET MARKER: WRITTEN AT SESSION START AND AGAIN EACH
      * TIME A CAMPAIGN ROLLS INTO A NEW EPISODE'S DATASETS.
      * SESSION END TRAILER
      * -------------------------
       LOG-SESSION-END.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO SESSION-LOG-RECORD
           MOVE '*END*' TO SL-VERB
           MOVE WS-END-REASON TO SL-NOUN
           MOVE CURRENT-ROOM TO SL-ROOM
           MOVE SCORE TO SL-SCORE
           MOVE WS-TURN-COUNT TO SL-TURNS
           MOVE WS-NOW(1:6) TO SL-END-TIME
           WRITE SESSION-LOG-RECORD
           IF WS-FS-SESSLOG NOT = '00'
              DISPLAY 'ERROR WRITING SESSION LOG, STATUS='
           CONTINUE.

       SHOW-MSG.
           PERFORM NOTE-TURN-OUTCOME
           PERFORM FIND-MSG
           DISPLAY WS-MSG-OUT(1:WS-MSG-LEN).

      * THE FIRST ANSWER OF A COMMAND IS ITS OUTCOME; EVENT AND
      * TURN-LIMIT MESSAGES AFTER THE COMMAND DO NOT REPLACE IT.
       NOTE-TURN-OUTCOME.
           IF WS-TURN-OUTCOME = SPACES
              MOVE WS-MSG-KEY TO WS-TURN-OUTCOME
           END-IF.

      * 'THE <NAME> <SUFFIX>' LINES: WS-NAMED-ARG IS THE NAME,
      * WS-MSG-KEY THE SUFFIX ENTRY. THE ARTICLE COMES FROM THE
      * CATALOG TOO, SO A LANGUAGE SWAP RETEXTS THE WHOLE LINE.
           MOVE WS-MSG-OUT TO WS-MSG-PFX
           MOVE WS-MSG-LEN TO WS-MSG-PFX-LEN
           MOVE WS-MSG-KEY2 TO WS-MSG-KEY
           PERFORM NOTE-TURN-OUTCOME
           PERFORM FIND-MSG
           PERFORM DO-NOTHING VARYING WS-NAMED-LEN FROM 10 BY -1
              UNTIL WS-NAMED-LEN < 2
           END-IF
           CONTINUE.

       SET-QUEST-FILENAME.
           MOVE 0 TO WS-SET-PREFIX-LEN
           INSPECT WS-ROOM-FILENAME TALLYING WS-SET-PREFIX-LEN
              FOR CHARACTERS BEFORE INITIAL 'rooms.dat'
           IF WS-SET-PREFIX-LEN > 0 AND WS-SET-PREFIX-LEN < 31
              IF WS-ROOM-FILENAME(WS-SET-PREFIX-LEN + 1:9) =
                    'rooms.dat'
                 AND WS-ROOM-FILENAME(WS-SET-PREFIX-LEN + 10:) =
                    SPACES
                 MOVE SPACES TO WS-QUEST-FILENAME
                 STRING WS-ROOM-FILENAME(1:WS-SET-PREFIX-LEN)
                       DELIMITED BY SIZE
                    'quests.dat' DELIMITED BY SIZE
                    INTO WS-QUEST-FILENAME
              END-IF
           END-IF.

      * -------------------------
      * LOAD QUEST DEFINITIONS (FILE IS OPTIONAL). A STEP OF AN
      * UNKNOWN TYPE, OR A QUEST WITH NO STEPS, STOPS THE LOAD.
      * -------------------------
       LOAD-QUESTS.
           MOVE 0 TO QST-COUNT
           OPEN INPUT QUEST-FILE
           IF WS-FS-QUEST NOT = '00'
              SET NO-MORE-QUEST TO TRUE
           ELSE
              PERFORM READ-QUEST
              PERFORM UNTIL NO-MORE-QUEST
                 IF QST-COUNT >= WS-MAX-QUESTS
                    DISPLAY 'QUESTS FILE EXCEEDS MAXIMUM OF '
                       WS-MAX-QUESTS ' ENTRIES. ABORTING.'
                    STOP RUN
                 END-IF
                 ADD 1 TO QST-COUNT
                 MOVE QST-REC-ID TO QST-ID(QST-COUNT)
                 MOVE QST-REC-TITLE TO QST-TITLE(QST-COUNT)
                 IF QST-REC-POINTS NUMERIC
                    MOVE QST-REC-POINTS TO QST-POINTS(QST-COUNT)
                 ELSE
                    MOVE 0 TO QST-POINTS(QST-COUNT)
                 END-IF
                 MOVE 0 TO QST-STEP-COUNT(QST-COUNT)
                 MOVE 0 TO QST-DONE-STEPS(QST-COUNT)
                 PERFORM LOAD-QUEST-STEP
                    VARYING WS-QST-STEP-IX FROM 1 BY 1
                    UNTIL WS-QST-STEP-IX > 5
                       OR QST-REC-TYPE(WS-QST-STEP-IX) = SPACES
                 IF QST-STEP-COUNT(QST-COUNT) = 0
                    DISPLAY 'QUEST ' QST-REC-ID
                       ' HAS NO STEPS. ABORTING.'
                    STOP RUN
                 END-IF
                 PERFORM READ-QUEST
              END-PERFORM
              CLOSE QUEST-FILE
           END-IF.

       LOAD-QUEST-STEP.
           IF QST-REC-TYPE(WS-QST-STEP-IX) NOT = 'TAKE'
              AND QST-REC-TYPE(WS-QST-STEP-IX) NOT = 'USE'
              AND QST-REC-TYPE(WS-QST-STEP-IX) NOT = 'DEFEAT'
              AND QST-REC-TYPE(WS-QST-STEP-IX) NOT = 'GIVE'
              AND QST-REC-TYPE(WS-QST-STEP-IX) NOT = 'CRAFT'
              DISPLAY 'QUEST ' QST-REC-ID ' STEP ' WS-QST-STEP-IX
                 ' HAS UNKNOWN TYPE ' QST-REC-TYPE(WS-QST-STEP-IX)
                 '. ABORTING.'
              STOP RUN
           END-IF
           ADD 1 TO QST-STEP-COUNT(QST-COUNT)
           MOVE QST-REC-TYPE(WS-QST-STEP-IX) TO
              QST-STEP-TYPE(QST-COUNT, WS-QST-STEP-IX)
           MOVE QST-REC-NAME(WS-QST-STEP-IX) TO
              QST-STEP-NAME(QST-COUNT, WS-QST-STEP-IX)
           IF QST-REC-ROOM(WS-QST-STEP-IX) NUMERIC
              MOVE QST-REC-ROOM(WS-QST-STEP-IX) TO
                 QST-STEP-ROOM(QST-COUNT, WS-QST-STEP-IX)
           ELSE
              MOVE 0 TO QST-STEP-ROOM(QST-COUNT, WS-QST-STEP-IX)
           END-IF
           MOVE QST-REC-NPC(WS-QST-STEP-IX) TO
              QST-STEP-NPC(QST-COUNT, WS-QST-STEP-IX).

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
      * THE CURRENT PLAYER'S EARNED SET, FROM PLAYERACH.DAT
      * -------------------------
              MOVE NOUN TO SL-NOUN
              MOVE CURRENT-ROOM TO SL-ROOM
              MOVE NOUN2 TO SL-NOUN2
              MOVE WS-TURN-OUTCOME TO SL-OUTCOME
              WRITE SESSION-LOG-RECORD
              IF WS-FS-SESSLOG NOT = '00'
                 DISPLAY 'ERROR WRITING SESSION LOG, STATUS='
           IF WS-FS-PLOG NOT = '00'
              OPEN OUTPUT PLAYER-LOG-FILE
           END-IF
           MOVE 'P' TO WS-QST-STATUS
           PERFORM VARYING WS-QST-IX FROM 1 BY 1
              UNTIL WS-QST-IX > QST-COUNT
              IF QST-DONE-STEPS(WS-QST-IX) > 0
                 AND QST-DONE-STEPS(WS-QST-IX) <
                     QST-STEP-COUNT(WS-QST-IX)
                 PERFORM WRITE-QUEST-LOG
              END-IF
           END-PERFORM
           MOVE SPACES TO PLAYER-LOG-RECORD
           MOVE WS-PLAYER-ID TO PL-PLAYER-ID
           MOVE WS-END-REASON TO PL-RESULT
      * PLAYER PROFILE MASTER
      * -------------------------
       GREET-PLAYER.
           PERFORM CHECK-SIGN-ON
           MOVE 'N' TO WS-PM-ON-FILE
           OPEN INPUT PLAYER-MST-FILE
           IF WS-FS-PMAST = '00'
           END-IF
           PERFORM SHOW-EARNED-ACHIEVEMENTS.

      * -------------------------
      * SIGN-ON AGAINST THE ENROLLMENT REGISTRY. AN UNKNOWN ID OR A
      * WRONG PIN GETS THE SAME ANSWER SO IDS CANNOT BE PROBED; A
      * REFUSAL IS LOGGED TO SIGNONREJ.DAT AND ENDS THE RUN.
      * -------------------------
       CHECK-SIGN-ON.
           MOVE 'ASKPIN' TO WS-MSG-KEY
           PERFORM SHOW-MSG
           MOVE SPACES TO WS-PIN-ENTERED
           ACCEPT WS-PIN-ENTERED
           MOVE SPACES TO WS-SIGNON-REASON
           OPEN INPUT PLAYER-REG-FILE
           IF WS-FS-PREG NOT = '00'
              MOVE 'UNKNOWN' TO WS-SIGNON-REASON
           ELSE
              MOVE WS-PLAYER-ID TO PR-PLAYER-ID
              READ PLAYER-REG-FILE
              EVALUATE TRUE
                 WHEN WS-FS-PREG NOT = '00'
                    MOVE 'UNKNOWN' TO WS-SIGNON-REASON
                 WHEN WS-PIN-ENTERED(9:12) NOT = SPACES
                    MOVE 'BADPIN' TO WS-SIGNON-REASON
                 WHEN PR-PIN NOT = WS-PIN-ENTERED(1:8)
                    MOVE 'BADPIN' TO WS-SIGNON-REASON
                 WHEN PR-SUSPENDED
                    MOVE 'SUSPEND' TO WS-SIGNON-REASON
                 WHEN PR-CLOSED
                    MOVE 'CLOSED' TO WS-SIGNON-REASON
                 WHEN NOT PR-ACTIVE
                    MOVE 'UNKNOWN' TO WS-SIGNON-REASON
              END-EVALUATE
              CLOSE PLAYER-REG-FILE
           END-IF
           IF WS-SIGNON-REASON NOT = SPACES
              PERFORM LOG-SIGNON-REJECT
              EVALUATE WS-SIGNON-REASON
                 WHEN 'SUSPEND'
                    MOVE 'ACCTSUSP' TO WS-MSG-KEY
                 WHEN 'CLOSED'
                    MOVE 'ACCTCLSD' TO WS-MSG-KEY
                 WHEN OTHER
                    MOVE 'SIGNREJ' TO WS-MSG-KEY
              END-EVALUATE
              PERFORM SHOW-MSG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       LOG-SIGNON-REJECT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           OPEN EXTEND SIGNON-REJ-FILE
           IF WS-FS-REJ NOT = '00'
              OPEN OUTPUT SIGNON-REJ-FILE
           END-IF
           IF WS-FS-REJ = '00'
              MOVE SPACES TO SIGNON-REJ-RECORD
              MOVE WS-PLAYER-ID TO RJ-PLAYER-ID
              MOVE WS-TODAY TO RJ-DATE
              MOVE WS-NOW(1:6) TO RJ-TIME
              MOVE WS-SIGNON-REASON TO RJ-REASON
              WRITE SIGNON-REJ-RECORD
              CLOSE SIGNON-REJ-FILE
           END-IF.

       SHOW-EARNED-ACHIEVEMENTS.
           IF ACH-COUNT > 0
              PERFORM LOAD-EARNED-SET
              DISPLAY '  ' ACH-TITLE(WS-ACH-IX)
           END-IF.

      * -------------------------
      * QUESTS: EACH ACTION THAT CAN BE A STEP (TAKE, USE, DEFEAT,
      * GIVE, CRAFT) IS OFFERED HERE. IT COUNTS ONLY AS THE NEXT
      * STEP OF A QUEST, SO STEPS ARE DONE IN ORDER. A FINISHED
      * QUEST SCORES ITS POINTS AND GOES TO THE PLAYER LOG AS A
      * 'C' LINE; AT SESSION END QUESTS LEFT PART-WAY GO THERE AS
      * 'P' LINES SO ADVENT-REPORT CAN GIVE PARTIAL CREDIT.
      * -------------------------
       ADVANCE-QUESTS.
           PERFORM ADVANCE-ONE-QUEST VARYING WS-QST-IX FROM 1 BY 1
              UNTIL WS-QST-IX > QST-COUNT.

       ADVANCE-ONE-QUEST.
           IF QST-DONE-STEPS(WS-QST-IX) < QST-STEP-COUNT(WS-QST-IX)
              COMPUTE WS-QST-STEP-IX =
                 QST-DONE-STEPS(WS-QST-IX) + 1
              IF QST-STEP-TYPE(WS-QST-IX, WS-QST-STEP-IX) =
                    WS-QST-TYPE
                 AND QST-STEP-NAME(WS-QST-IX, WS-QST-STEP-IX) =
                    WS-QST-NAME
                 AND (QST-STEP-ROOM(WS-QST-IX, WS-QST-STEP-IX) = 0
                  OR QST-STEP-ROOM(WS-QST-IX, WS-QST-STEP-IX) =
                     CURRENT-ROOM)
                 AND (QST-STEP-NPC(WS-QST-IX, WS-QST-STEP-IX) =
                     SPACES
                  OR QST-STEP-NPC(WS-QST-IX, WS-QST-STEP-IX) =
                     WS-QST-NPC)
                 ADD 1 TO QST-DONE-STEPS(WS-QST-IX)
                 IF QST-DONE-STEPS(WS-QST-IX) =
                    QST-STEP-COUNT(WS-QST-IX)
                    PERFORM COMPLETE-QUEST
                 END-IF
              END-IF
           END-IF.

       COMPLETE-QUEST.
           ADD QST-POINTS(WS-QST-IX) TO SCORE
           MOVE 'QUESTDON' TO WS-MSG-KEY
           PERFORM FIND-MSG
           DISPLAY WS-MSG-OUT(1:WS-MSG-LEN)
           DISPLAY '  ' QST-TITLE(WS-QST-IX) ' +'
              QST-POINTS(WS-QST-IX)
           IF WS-REPLAY-MODE = 'N'
              OPEN EXTEND PLAYER-LOG-FILE
              IF WS-FS-PLOG NOT = '00'
                 OPEN OUTPUT PLAYER-LOG-FILE
              END-IF
              IF WS-FS-PLOG = '00'
                 MOVE 'C' TO WS-QST-STATUS
                 PERFORM WRITE-QUEST-LOG
                 CLOSE PLAYER-LOG-FILE
              END-IF
           END-IF.

      * ONE '*QUEST*' LINE FOR QUEST WS-QST-IX; THE LOG IS OPEN
       WRITE-QUEST-LOG.
           MOVE SPACES TO PLAYER-LOG-RECORD
           MOVE '*QUEST*' TO PL-PLAYER-ID
           MOVE WS-PLAYER-ID TO PL-QST-PLAYER
           MOVE WS-QST-STATUS TO PL-QST-STATUS
           MOVE QST-DONE-STEPS(WS-QST-IX) TO PL-QST-DONE
           MOVE QST-STEP-COUNT(WS-QST-IX) TO PL-QST-STEPS
           MOVE QST-ID(WS-QST-IX) TO PL-QST-ID
           MOVE QST-POINTS(WS-QST-IX) TO PL-QST-POINTS
           WRITE PLAYER-LOG-RECORD.

       SHOW-QUESTS.
           IF QST-COUNT = 0
              MOVE 'NOQUESTS' TO WS-MSG-KEY
              PERFORM SHOW-MSG
           ELSE
              MOVE 'QUESTLST' TO WS-MSG-KEY
              PERFORM SHOW-MSG
              PERFORM SHOW-ONE-QUEST VARYING WS-QST-IX FROM 1 BY 1
                 UNTIL WS-QST-IX > QST-COUNT
           END-IF.

       SHOW-ONE-QUEST.
           IF QST-DONE-STEPS(WS-QST-IX) = QST-STEP-COUNT(WS-QST-IX)
              MOVE 'QSTDONE' TO WS-MSG-KEY
           ELSE
              MOVE 'QSTOPEN' TO WS-MSG-KEY
           END-IF
           PERFORM FIND-MSG
           DISPLAY '  ' QST-TITLE(WS-QST-IX) ' '
              QST-DONE-STEPS(WS-QST-IX) '/'
              QST-STEP-COUNT(WS-QST-IX) ' '
              WS-MSG-OUT(1:WS-MSG-LEN).

      * -------------------------
      * HALL OF FAME. THE MASTER IS READ THROUGH ITS OWN INPUT-ONLY
      * CONNECTOR, SO THE LISTING NEVER LOCKS IT AGAINST THE
      * UPDATE-PLAYER-MASTER REWRITES FROM OTHER TERMINALS. RANKS
      * COUNT THE PLAYERS STRICTLY AHEAD; BEST SCORE AND FEWEST
      * TURNS ARE ONLY SET BY A WIN, SO ONLY WINNERS ARE RANKED.
      * -------------------------
       SHOW-HALL-OF-FAME.
           MOVE 0 TO HOF-SCORE-CT
           MOVE 0 TO HOF-TURNS-CT
           MOVE 0 TO HOF-PLAYERS
           MOVE 0 TO HOF-WINNERS
           MOVE 0 TO HOF-MY-WINS
           MOVE 0 TO HOF-MY-SCORE
           MOVE 9999 TO HOF-MY-TURNS
           MOVE 0 TO HOF-SCORE-RANK
           MOVE 0 TO HOF-TURNS-RANK
           MOVE SPACE TO WS-EOF-HOF
           OPEN INPUT HOF-MST-FILE
           IF WS-FS-HOF = '00'
              MOVE WS-PLAYER-ID TO HF-PLAYER-ID
              READ HOF-MST-FILE
              IF WS-FS-HOF = '00'
                 AND HF-WINS NUMERIC AND HF-WINS > 0
                 MOVE HF-WINS TO HOF-MY-WINS
                 MOVE HF-BEST-SCORE TO HOF-MY-SCORE
                 MOVE HF-FEWEST-TURNS TO HOF-MY-TURNS
              END-IF
              MOVE LOW-VALUES TO HF-PLAYER-ID
              START HOF-MST-FILE KEY IS NOT LESS THAN HF-PLAYER-ID
              IF WS-FS-HOF = '00'
                 PERFORM READ-HOF
              ELSE
                 SET NO-MORE-HOF TO TRUE
              END-IF
              PERFORM UNTIL NO-MORE-HOF
                 PERFORM HOF-TAKE-RECORD
                 PERFORM READ-HOF
              END-PERFORM
              CLOSE HOF-MST-FILE
           END-IF
           PERFORM HOF-DISPLAY.

      * A READ FAILURE ENDS THE LISTING, NOT THE GAME
       READ-HOF.
           READ HOF-MST-FILE NEXT RECORD
              AT END SET NO-MORE-HOF TO TRUE
           END-READ
           IF WS-FS-HOF NOT = '00' AND WS-FS-HOF NOT = '10'
              DISPLAY 'ERROR READING PLAYER MASTER, STATUS='
                 WS-FS-HOF
              SET NO-MORE-HOF TO TRUE
           END-IF.

       HOF-TAKE-RECORD.
           ADD 1 TO HOF-PLAYERS
           IF HF-WINS NUMERIC AND HF-WINS > 0
              AND HF-BEST-SCORE NUMERIC
              AND HF-FEWEST-TURNS NUMERIC
              ADD 1 TO HOF-WINNERS
              IF HF-BEST-SCORE > HOF-MY-SCORE
                 ADD 1 TO HOF-SCORE-RANK
              END-IF
              IF HF-FEWEST-TURNS < HOF-MY-TURNS
                 ADD 1 TO HOF-TURNS-RANK
              END-IF
              PERFORM HOF-PLACE-SCORE
              PERFORM HOF-PLACE-TURNS
           END-IF.

      * INSERT INTO THE TOP FIVE; A TIE STAYS BEHIND THE EARLIER ID
       HOF-PLACE-SCORE.
           PERFORM DO-NOTHING VARYING HOF-POS FROM 1 BY 1
              UNTIL HOF-POS > HOF-SCORE-CT
                 OR HF-BEST-SCORE > HOF-SCORE(HOF-POS)
           IF HOF-POS <= 5
              IF HOF-SCORE-CT < 5
                 ADD 1 TO HOF-SCORE-CT
              END-IF
              PERFORM VARYING HOF-IX FROM HOF-SCORE-CT BY -1
                 UNTIL HOF-IX <= HOF-POS
                 MOVE HOF-SCORE-T(HOF-IX - 1) TO HOF-SCORE-T(HOF-IX)
              END-PERFORM
              MOVE HF-PLAYER-ID TO HOF-SCORE-ID(HOF-POS)
              MOVE HF-BEST-SCORE TO HOF-SCORE(HOF-POS)
           END-IF.

       HOF-PLACE-TURNS.
           PERFORM DO-NOTHING VARYING HOF-POS FROM 1 BY 1
              UNTIL HOF-POS > HOF-TURNS-CT
                 OR HF-FEWEST-TURNS < HOF-TURNS(HOF-POS)
           IF HOF-POS <= 5
              IF HOF-TURNS-CT < 5
                 ADD 1 TO HOF-TURNS-CT
              END-IF
              PERFORM VARYING HOF-IX FROM HOF-TURNS-CT BY -1
                 UNTIL HOF-IX <= HOF-POS
                 MOVE HOF-TURNS-T(HOF-IX - 1) TO HOF-TURNS-T(HOF-IX)
              END-PERFORM
              MOVE HF-PLAYER-ID TO HOF-TURNS-ID(HOF-POS)
              MOVE HF-FEWEST-TURNS TO HOF-TURNS(HOF-POS)
           END-IF.

       HOF-DISPLAY.
           MOVE 'HOFHEAD' TO WS-MSG-KEY
           PERFORM SHOW-MSG
           IF HOF-WINNERS = 0
              MOVE 'HOFEMPTY' TO WS-MSG-KEY
              PERFORM SHOW-MSG
           ELSE
              MOVE 'HOFSCORE' TO WS-MSG-KEY
              PERFORM SHOW-MSG
              PERFORM VARYING HOF-IX FROM 1 BY 1
                 UNTIL HOF-IX > HOF-SCORE-CT
                 DISPLAY '  ' HOF-IX '. ' HOF-SCORE-ID(HOF-IX) ' '
                    HOF-SCORE(HOF-IX)
              END-PERFORM
              MOVE 'HOFTURNS' TO WS-MSG-KEY
              PERFORM SHOW-MSG
              PERFORM VARYING HOF-IX FROM 1 BY 1
                 UNTIL HOF-IX > HOF-TURNS-CT
                 DISPLAY '  ' HOF-IX '. ' HOF-TURNS-ID(HOF-IX) ' '
                    HOF-TURNS(HOF-IX)
              END-PERFORM
           END-IF
           IF HOF-MY-WINS = 0
              MOVE 'HOFNORNK' TO WS-MSG-KEY
              PERFORM SHOW-MSG
           ELSE
              ADD 1 TO HOF-SCORE-RANK
              ADD 1 TO HOF-TURNS-RANK
              MOVE 'HOFRSC' TO WS-MSG-KEY
              PERFORM FIND-MSG
              DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' HOF-SCORE-RANK
                 '/' HOF-WINNERS
              MOVE 'HOFRTN' TO WS-MSG-KEY
              PERFORM FIND-MSG
              DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' HOF-TURNS-RANK
                 '/' HOF-WINNERS
           END-IF
           PERFORM LOAD-EARNED-SET
           MOVE 'HOFACH' TO WS-MSG-KEY
           PERFORM FIND-MSG
           DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' EARNED-COUNT.

      * -------------------------
      * SAVE / RESTORE
      * -------------------------
              MOVE COINS TO GS-COINS
              MOVE WS-HINTS-TAKEN TO GS-HINTS-TAKEN
              MOVE WS-EPISODE-TURN-BASE TO GS-TURN-BASE
              MOVE QST-COUNT TO GS-QUEST-COUNT
              MOVE GS-HEADER-REC TO GS-PAYLOAD
              WRITE GAMESAVE-RECORD
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > OBJ-COUNT
                 MOVE GS-PATCH-REC TO GS-PAYLOAD
                 WRITE GAMESAVE-RECORD
              END-PERFORM
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > QST-COUNT
                 MOVE 'Q' TO GS-REC-TYPE
                 MOVE QST-ID(I) TO GS-QST-ID
                 MOVE QST-DONE-STEPS(I) TO GS-QST-DONE
                 MOVE GS-QUEST-REC TO GS-PAYLOAD
                 WRITE GAMESAVE-RECORD
              END-PERFORM
              CLOSE GAMESAVE-FILE
              MOVE 'SAVED' TO WS-MSG-KEY
              PERFORM SHOW-MSG
                 MOVE GS-GAME-OVER TO GAME-OVER
                 MOVE GS-SCORE TO SCORE
                 MOVE GS-TURN-COUNT TO WS-TURN-COUNT
                 MOVE 'Y' TO WS-GAME-RESTORED
                 IF GS-COINS NUMERIC
                    MOVE GS-COINS TO COINS
                 END-IF
                       END-IF
                    END-IF
                 END-PERFORM
      * SAVES MADE BEFORE QUESTS EXISTED HAVE NO QUEST COUNT
                 IF GS-QUEST-COUNT NOT NUMERIC
                    MOVE 0 TO GS-QUEST-COUNT
                 END-IF
                 PERFORM VARYING I FROM 1 BY 1
                    UNTIL I > GS-QUEST-COUNT OR NO-MORE-GAMESAVE
                    READ GAMESAVE-FILE
                       AT END SET NO-MORE-GAMESAVE TO TRUE
                    END-READ
                    IF NOT NO-MORE-GAMESAVE AND GS-REC-TYPE = 'Q'
                       MOVE GS-PAYLOAD TO GS-QUEST-REC
                       PERFORM DO-NOTHING VARYING J FROM 1 BY 1
                          UNTIL J > QST-COUNT
                             OR QST-ID(J) = GS-QST-ID
                       IF J <= QST-COUNT AND GS-QST-DONE NUMERIC
                          AND GS-QST-DONE <= QST-STEP-COUNT(J)
                          MOVE GS-QST-DONE TO QST-DONE-STEPS(J)
                       END-IF
                    END-IF
                 END-PERFORM
                 PERFORM LOG-RESTORE-MARKER
                 MOVE 'RESTORED' TO WS-MSG-KEY
                 PERFORM SHOW-MSG.
                 PERFORM SELL-OBJECT
               WHEN 'HINT'
                 PERFORM GIVE-HINT
               WHEN 'QUESTS'
                 PERFORM SHOW-QUESTS
               WHEN 'HALL'
               WHEN 'FAME'
                 PERFORM SHOW-HALL-OF-FAME
               WHEN 'SAVE'
                 PERFORM SAVE-GAME
               WHEN 'QUIT'

       SHOW-FINAL-SCORE.
           MOVE 'FINALSC' TO WS-MSG-KEY
           PERFORM NOTE-TURN-OUTCOME
           PERFORM FIND-MSG
           DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' SCORE.

              PERFORM SHOW-MSG
           ELSE
              MOVE 'HINTPFX' TO WS-MSG-KEY
              PERFORM NOTE-TURN-OUTCOME
              PERFORM FIND-MSG
              DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' '
                 HINT-TEXT(HINT-IX)
              MOVE 'Y' TO OBJ-TAKEN(PICKUP-IX)
              DISPLAY RCP-MSG(WS-RCP-IX)
           END-IF
           MOVE RCP-RESULT(WS-RCP-IX) TO WS-LAST-NOUN
           MOVE 'CRAFT' TO WS-QST-TYPE
           MOVE RCP-RESULT(WS-RCP-IX) TO WS-QST-NAME
           MOVE SPACES TO WS-QST-NPC
           PERFORM ADVANCE-QUESTS.

      * -------------------------
      * BUY / SELL (MERCHANTS)
                 MOVE 'BOUGHT' TO WS-MSG-KEY
                 PERFORM SHOW-MSG
                 PERFORM SHOW-COIN-BALANCE
                 MOVE 'BUY' TO WS-LEDGER-DIR
                 PERFORM WRITE-LEDGER-ENTRY
              END-IF
           END-IF.

                    MOVE 'SOLD' TO WS-MSG-KEY
                    PERFORM SHOW-MSG
                    PERFORM SHOW-COIN-BALANCE
                    MOVE 'SELL' TO WS-LEDGER-DIR
                    PERFORM WRITE-LEDGER-ENTRY
                 END-IF
              END-IF
           END-IF.
           PERFORM FIND-MSG
           DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' ' COINS.

      * -------------------------
      * COIN LEDGER: THE OPENING BALANCE, EVERY TRADE AND THE
      * CLOSING BALANCE GO TO THE SHARED COINLEDGER.DAT SO
      * ADVENT-LEDGER CAN RECONCILE EACH SESSION. A TRADE IS
      * STAMPED WITH THE TURN NUMBER ITS COMMAND IS LOGGED UNDER.
      * REPLAYS ARE NOT REAL PLAY AND WRITE NOTHING.
      * -------------------------
       WRITE-LEDGER-ENTRY.
           IF WS-REPLAY-MODE = 'N'
              OPEN EXTEND COIN-LEDGER-FILE
              IF WS-FS-LEDGER NOT = '00'
                 OPEN OUTPUT COIN-LEDGER-FILE
              END-IF
              IF WS-FS-LEDGER NOT = '00'
                 DISPLAY 'CANNOT OPEN COIN LEDGER, STATUS='
                    WS-FS-LEDGER
              ELSE
                 MOVE SPACES TO COIN-LEDGER-RECORD
                 MOVE WS-PLAYER-ID TO CL-PLAYER-ID
                 MOVE WS-SESS-DATE TO CL-SESS-DATE
                 MOVE WS-SESS-TIME TO CL-SESS-TIME
                 MOVE WS-LEDGER-DIR TO CL-DIRECTION
                 MOVE COINS TO CL-BALANCE
                 MOVE CURRENT-ROOM TO CL-ROOM
                 MOVE WS-DSET-GEN TO CL-GEN
                 EVALUATE WS-LEDGER-DIR
                    WHEN 'OPEN'
                       MOVE WS-TURN-COUNT TO CL-TURN
                       IF WS-GAME-RESTORED = 'Y'
                          MOVE 'RESTORED' TO CL-SHOP
                       ELSE
                          MOVE 'NEW' TO CL-SHOP
                       END-IF
                       MOVE WS-START-COINS TO CL-PRICE
                    WHEN 'CLOS'
                       MOVE WS-TURN-COUNT TO CL-TURN
                       MOVE WS-END-REASON TO CL-SHOP
                       MOVE 0 TO CL-PRICE
                    WHEN 'BUY'
                       COMPUTE CL-TURN = WS-TURN-COUNT + 1
                       MOVE SHOP-NAME(WS-SHOP-IX) TO CL-SHOP
                       MOVE NOUN TO CL-OBJECT
                       MOVE SHOP-BUY(WS-SHOP-IX, WS-SHOP-ITEM-IX)
                          TO CL-PRICE
                    WHEN OTHER
                       COMPUTE CL-TURN = WS-TURN-COUNT + 1
                       MOVE SHOP-NAME(WS-SHOP-IX) TO CL-SHOP
                       MOVE NOUN TO CL-OBJECT
                       MOVE SHOP-SELL(WS-SHOP-IX, WS-SHOP-ITEM-IX)
                          TO CL-PRICE
                 END-EVALUATE
                 WRITE COIN-LEDGER-RECORD
                 CLOSE COIN-LEDGER-FILE
              END-IF
           END-IF.

      * -------------------------
      * MOVEMENT
      * -------------------------
                 MOVE 'Y' TO EXIT-REQD-HELD
              END-IF
              IF EXIT-REQD-HELD = 'Y'
                 MOVE 'MOVED' TO WS-TURN-OUTCOME
                 MOVE CUR-EXIT-NEWS(DIR-VAL) TO CURRENT-ROOM
                 PERFORM FETCH-ROOM
                 PERFORM SHOW-ROOM
              ELSE
                 MOVE 'LOCKED' TO WS-MSG-KEY
                 PERFORM NOTE-TURN-OUTCOME
                 PERFORM FIND-MSG
                 DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' '
                    CUR-EXIT-REQD(DIR-VAL)
                    MOVE 'Y' TO CRE-DEAD(J)
                    MOVE 'CREDEAD' TO WS-MSG-KEY
                    PERFORM SHOW-NAMED-MSG
                    MOVE 'DEFEAT' TO WS-QST-TYPE
                    MOVE CRE-NAME(J) TO WS-QST-NAME
                    MOVE SPACES TO WS-QST-NPC
                    PERFORM ADVANCE-QUESTS
                 ELSE
                    MOVE 'CREWOUND' TO WS-MSG-KEY
                    PERFORM SHOW-NAMED-MSG
                 MOVE 'Y' TO OBJ-TAKEN(PICKUP-IX)
                 MOVE 'Y' TO NPC-GAVE(J)
                 DISPLAY NPC-GIVE-MSG(J)
                 MOVE 'GIVE' TO WS-QST-TYPE
                 MOVE NPC-WANT-OBJ(J) TO WS-QST-NAME
                 MOVE NPC-NAME(J) TO WS-QST-NPC
                 PERFORM ADVANCE-QUESTS
              END-IF
           END-IF.

                 MOVE 'Y' TO OBJ-TAKEN(I)
                 MOVE 'TAKEN' TO WS-MSG-KEY
                 PERFORM SHOW-MSG
                 MOVE 'TAKE' TO WS-QST-TYPE
                 MOVE OBJ-NAME(I) TO WS-QST-NAME
                 MOVE SPACES TO WS-QST-NPC
                 PERFORM ADVANCE-QUESTS
              END-IF
           END-IF.

               PERFORM CHECK-WIN
           ELSE
                  MOVE 'USEFIRST' TO WS-MSG-KEY
                  PERFORM NOTE-TURN-OUTCOME
                  PERFORM FIND-MSG
                  DISPLAY WS-MSG-OUT(1:WS-MSG-LEN) ' '
                  OBJ-REQD-OBJ(J).
       CHECK-WIN.
               IF OBJ-IS-WIN(J) = 'Y'
                    DISPLAY OBJ-USE-MSG(J)
                    PERFORM USE-QUEST-STEP
                    IF WS-CAMPAIGN-MODE = 'Y'
                       AND WS-EPISODE-IX < CAM-COUNT
                       PERFORM ADVANCE-EPISODE
                       PERFORM CLEAR-SAVED-GAME
                    END-IF
                ELSE
                     DISPLAY OBJ-USE-MSG(J)
                     PERFORM USE-QUEST-STEP.

      * A SUCCESSFUL USE, OFFERED TO THE QUESTS BEFORE ANY WIN IS
      * SCORED SO A QUEST FINISHED BY THE WINNING MOVE COUNTS
       USE-QUEST-STEP.
           MOVE 'USE' TO WS-QST-TYPE
           MOVE OBJ-NAME(J) TO WS-QST-NAME
           MOVE SPACES TO WS-QST-NPC
           PERFORM ADVANCE-QUESTS.

       FIND-OBJECT.
           MOVE 'N' TO FOUND
