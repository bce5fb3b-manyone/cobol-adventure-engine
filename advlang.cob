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
       01  DEFAULT-DATA REDEFINES WS-MSG-DEFAULTS.
           05 DEF-REC-T            OCCURS 95 TIMES.
              10 DEF-ID            PIC X(08).
              10 DEF-TEXT          PIC X(72).
       01  DEF-COUNT               PIC 99 VALUE 93.

       01  WS-MAX-MSGS             PIC 99 VALUE 95.
       01  PACK-DATA.
           05 PACK-COUNT           PIC 99 VALUE 0.
           05 PACK-REC             OCCURS 95 TIMES.
              10 PACK-ID           PIC X(08).
              10 PACK-TEXT         PIC X(72).
              10 PACK-MATCHED      PIC X.
