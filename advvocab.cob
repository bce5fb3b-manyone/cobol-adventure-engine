       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-VOCAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SESSION-LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SESSLOG.
           SELECT OBJ-FILE
               ASSIGN DYNAMIC WS-OBJ-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBJ-REC-NAME
               FILE STATUS IS WS-FS-OBJECT.
           SELECT CRE-FILE
               ASSIGN DYNAMIC WS-CRE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-CREATURE.
           SELECT NPC-FILE
               ASSIGN DYNAMIC WS-NPC-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-NPC.

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
              05 SL-NOUN2  PIC X(10).
              05 SL-OUTCOME PIC X(08).
           03 SL-REST-HDR REDEFINES SL-REST.
              05 SL-HDR-DATE PIC 9(08).
              05 SL-HDR-TIME PIC 9(06).
              05 FILLER    PIC X(04).

       FD  OBJ-FILE
              RECORD CONTAINS 148 CHARACTERS.

       01  OBJ-RECORD.
           03 OBJ-REC-NAME     PIC X(10).
           03 FILLER           PIC X(138).

       FD  CRE-FILE
              RECORD CONTAINS 66 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CRE-RECORD.
           03 CRE-REC-NAME     PIC X(10).
           03 FILLER           PIC X(56).

       FD  NPC-FILE
              RECORD CONTAINS 342 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NPC-RECORD.
           03 NPC-REC-NAME     PIC X(10).
           03 NPC-REC-ROOM     PIC 99.
           03 NPC-REC-TOPICS.
              05 NPC-REC-TOPIC OCCURS 3 TIMES.
                 07 NPC-REC-KEYWORD  PIC X(10).
                 07 NPC-REC-RESPONSE PIC X(60).
           03 FILLER           PIC X(120).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-SESS PIC X VALUE 'N'.
               88 NO-MORE-SESS VALUE 'Y'.
           03 WS-EOF-OBJ  PIC X VALUE 'N'.
               88 NO-MORE-OBJ VALUE 'Y'.
           03 WS-EOF-CRE  PIC X VALUE 'N'.
               88 NO-MORE-CRE VALUE 'Y'.
           03 WS-EOF-NPC  PIC X VALUE 'N'.
               88 NO-MORE-NPC VALUE 'Y'.

       01 WS-FS-SESSLOG  PIC X(02).
       01 WS-FS-OBJECT   PIC X(02).
       01 WS-FS-CREATURE PIC X(02).
       01 WS-FS-NPC      PIC X(02).

       01 WS-IN-FILENAME   PIC X(40) VALUE SPACES.
       01 WS-LIVE-FILENAME PIC X(40) VALUE 'sessionlog.dat'.
       01 WS-OBJ-FILENAME  PIC X(40) VALUE 'objects.dat'.
       01 WS-CRE-FILENAME  PIC X(40) VALUE 'creatures.dat'.
       01 WS-NPC-FILENAME  PIC X(40) VALUE 'npcs.dat'.
       01 WS-DATASET-PARM  PIC X(200) VALUE SPACES.
       01 WS-FROM-TXT      PIC X(10) VALUE SPACES.

       01 WS-FROM-DATE     PIC 9(08) VALUE 0.
       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-END-INT       PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.

      * EVERY NAME THE DATASET KNOWS: OBJECTS, CREATURES, NPCS AND
      * THE NPC TOPIC KEYWORDS THAT ASK ACCEPTS
       01 WS-MAX-VOCAB     PIC 999 VALUE 100.
       01 VOCAB-DATA.
           05 VOCAB-COUNT  PIC 999 VALUE 0.
           05 VOCAB-NAME   PIC X(10) OCCURS 100 TIMES.

      * WORD TALLIES: VERBS THE PARSER DID NOT KNOW, AND NOUNS THAT
      * NAME NOTHING IN THE DATASET
       01 WS-MAX-WORDS     PIC 999 VALUE 500.
       01 VERB-TALLY.
           05 VT-COUNT     PIC 999 VALUE 0.
           05 VT-REC       OCCURS 500 TIMES.
              10 VT-WORD   PIC X(10).
              10 VT-TIMES  PIC 9(05).
              10 VT-SHOWN  PIC X.
       01 NOUN-TALLY.
           05 NT-COUNT     PIC 999 VALUE 0.
           05 NT-REC       OCCURS 500 TIMES.
              10 NT-WORD   PIC X(10).
              10 NT-TIMES  PIC 9(05).
              10 NT-SHOWN  PIC X.

      * REFUSED MOVES PER ROOM, BY THE ANSWER THE PLAYER GOT
       01 WS-MAX-ROOMS     PIC 999 VALUE 99.
       01 ROOM-TALLIES.
           05 ROOM-TALLY   OCCURS 99 TIMES.
              10 RT-NOWAY  PIC 9(05).
              10 RT-LOCKED PIC 9(05).
              10 RT-BLOCK  PIC 9(05).
              10 RT-ALL    PIC 9(05).
              10 RT-SHOWN  PIC X.

      * VERBS THAT TAKE NO OBJECT: A WORD TYPED AFTER ONE (FAME IN
      * HALL OF FAME) IS NOT A NAME THE DATASETS COULD BE MISSING
       01  WS-NO-OBJ-VERBS.
           05 FILLER PIC X(10) VALUE 'NORTH'.
           05 FILLER PIC X(10) VALUE 'EAST'.
           05 FILLER PIC X(10) VALUE 'WEST'.
           05 FILLER PIC X(10) VALUE 'SOUTH'.
           05 FILLER PIC X(10) VALUE 'UP'.
           05 FILLER PIC X(10) VALUE 'DOWN'.
           05 FILLER PIC X(10) VALUE 'NORTHEAST'.
           05 FILLER PIC X(10) VALUE 'NORTHWEST'.
           05 FILLER PIC X(10) VALUE 'LOOK'.
           05 FILLER PIC X(10) VALUE 'INVENTORY'.
           05 FILLER PIC X(10) VALUE 'INVT'.
           05 FILLER PIC X(10) VALUE 'QUESTS'.
           05 FILLER PIC X(10) VALUE 'HALL'.
           05 FILLER PIC X(10) VALUE 'FAME'.
           05 FILLER PIC X(10) VALUE 'SAVE'.
           05 FILLER PIC X(10) VALUE 'QUIT'.
       01  WS-NO-OBJ-TBL REDEFINES WS-NO-OBJ-VERBS.
           05 WS-NO-OBJ-VERB PIC X(10) OCCURS 16.
       01 WS-NO-OBJ        PIC X VALUE 'N'.

       01 WS-WORD          PIC X(10) VALUE SPACES.
       01 WS-WORD-IX       PIC 999 VALUE 0.
       01 WS-BEST-IX       PIC 999 VALUE 0.
       01 WS-RANK          PIC 99 VALUE 0.
       01 WS-TOP-N         PIC 99 VALUE 20.
       01 WS-KNOWN         PIC X VALUE 'N'.
       01 I                PIC 999 VALUE 0.
       01 K                PIC 999 VALUE 0.

       01 CT-FILES         PIC 9(03) VALUE 0.
       01 CT-TURNS         PIC 9(07) VALUE 0.
       01 CT-UNCODED       PIC 9(07) VALUE 0.
       01 CT-HUH           PIC 9(07) VALUE 0.
       01 CT-UNKNOWN-NOUN  PIC 9(07) VALUE 0.
       01 CT-REFUSED       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * PARSER-FAILURE AND VOCABULARY-GAP REPORT FROM THE PER-TURN
      * OUTCOME CODES IN THE SESSION LOG, OVER THE DATED SESSARCH
      * ARCHIVES FROM THE GIVEN DATE UP TO TODAY PLUS THE LIVE LOG.
      * RANKS THE VERBS THE PARSER ANSWERED 'HUH' TO, THE NOUNS
      * THAT NAME NO OBJECT, CREATURE, NPC OR NPC TOPIC IN THE
      * GIVEN DATASET, AND THE ROOMS WHERE MOVES ARE REFUSED
      * (NOWAY / LOCKED / CREBLOCK). TURN RECORDS WRITTEN BEFORE
      * OUTCOME CODES WERE LOGGED ARE COUNTED BUT NOT CLASSIFIED.
      * PARM: <FROM-YYYYMMDD> [SESSION-LOG] [OBJECTS] [CREATURES]
      *       [NPCS]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-FROM-TXT WS-LIVE-FILENAME WS-OBJ-FILENAME
                   WS-CRE-FILENAME WS-NPC-FILENAME
           IF WS-LIVE-FILENAME = SPACES
              MOVE 'sessionlog.dat' TO WS-LIVE-FILENAME
           END-IF
           IF WS-OBJ-FILENAME = SPACES
              MOVE 'objects.dat' TO WS-OBJ-FILENAME
           END-IF
           IF WS-CRE-FILENAME = SPACES
              MOVE 'creatures.dat' TO WS-CRE-FILENAME
           END-IF
           IF WS-NPC-FILENAME = SPACES
              MOVE 'npcs.dat' TO WS-NPC-FILENAME
           END-IF
           IF WS-FROM-TXT(1:8) NOT NUMERIC
              DISPLAY 'USAGE: FROM-YYYYMMDD [SESSION-LOG] [OBJECTS]'
                 ' [CREATURES] [NPCS]'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM LOAD-VOCABULARY
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
              MOVE 0 TO RT-NOWAY(K)
              MOVE 0 TO RT-LOCKED(K)
              MOVE 0 TO RT-BLOCK(K)
              MOVE 0 TO RT-ALL(K)
              MOVE 'N' TO RT-SHOWN(K)
           END-PERFORM

           DISPLAY 'VOCABULARY GAP REPORT ' WS-FROM-DATE ' - '
              WS-TODAY
           DISPLAY 'DATASET NAMES FROM [' WS-OBJ-FILENAME '] ['
              WS-CRE-FILENAME '] [' WS-NPC-FILENAME ']'
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

           DISPLAY 'FILES READ:             ' CT-FILES
           DISPLAY 'TURNS READ:             ' CT-TURNS
           DISPLAY 'TURNS WITH NO OUTCOME:  ' CT-UNCODED
           DISPLAY 'UNRECOGNIZED COMMANDS:  ' CT-HUH
           DISPLAY 'UNKNOWN NOUNS:          ' CT-UNKNOWN-NOUN
           DISPLAY 'REFUSED MOVES:          ' CT-REFUSED
           DISPLAY SPACE
           PERFORM REPORT-VERBS
           PERFORM REPORT-NOUNS
           PERFORM REPORT-REFUSED-ROOMS
           STOP RUN.

      * -------------------------
      * NAMES KNOWN TO THE DATASET. A MISSING FILE JUST CONTRIBUTES
      * NO NAMES (CREATURES AND NPCS ARE OPTIONAL DATASETS).
      * -------------------------
       LOAD-VOCABULARY.
           OPEN INPUT OBJ-FILE
           IF WS-FS-OBJECT = '00'
              PERFORM READ-OBJ
              PERFORM UNTIL NO-MORE-OBJ
                 MOVE OBJ-REC-NAME TO WS-WORD
                 PERFORM ADD-VOCAB-NAME
                 PERFORM READ-OBJ
              END-PERFORM
              CLOSE OBJ-FILE
           ELSE
              DISPLAY 'NO OBJECTS FILE [' WS-OBJ-FILENAME ']'
           END-IF
           OPEN INPUT CRE-FILE
           IF WS-FS-CREATURE = '00'
              PERFORM READ-CRE
              PERFORM UNTIL NO-MORE-CRE
                 MOVE CRE-REC-NAME TO WS-WORD
                 PERFORM ADD-VOCAB-NAME
                 PERFORM READ-CRE
              END-PERFORM
              CLOSE CRE-FILE
           END-IF
           OPEN INPUT NPC-FILE
           IF WS-FS-NPC = '00'
              PERFORM READ-NPC
              PERFORM UNTIL NO-MORE-NPC
                 MOVE NPC-REC-NAME TO WS-WORD
                 PERFORM ADD-VOCAB-NAME
                 PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                    MOVE NPC-REC-KEYWORD(K) TO WS-WORD
                    PERFORM ADD-VOCAB-NAME
                 END-PERFORM
                 PERFORM READ-NPC
              END-PERFORM
              CLOSE NPC-FILE
           END-IF.

       ADD-VOCAB-NAME.
           IF WS-WORD NOT = SPACES
              PERFORM CHECK-VOCAB
              IF WS-KNOWN = 'N'
                 IF VOCAB-COUNT >= WS-MAX-VOCAB
                    DISPLAY 'DATASET HAS MORE THAN ' WS-MAX-VOCAB
                       ' NAMES. ABORTING.'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO VOCAB-COUNT
                 MOVE WS-WORD TO VOCAB-NAME(VOCAB-COUNT)
              END-IF
           END-IF.

       CHECK-VOCAB.
           MOVE 'N' TO WS-KNOWN
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > VOCAB-COUNT
              IF VOCAB-NAME(I) = WS-WORD
                 MOVE 'Y' TO WS-KNOWN
              END-IF
           END-PERFORM.

       READ-OBJ.
           READ OBJ-FILE NEXT RECORD AT END SET NO-MORE-OBJ TO TRUE
           END-READ
           IF WS-FS-OBJECT NOT = '00' AND WS-FS-OBJECT NOT = '10'
              DISPLAY 'ERROR READING OBJECTS FILE, STATUS='
                 WS-FS-OBJECT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       READ-CRE.
           READ CRE-FILE AT END SET NO-MORE-CRE TO TRUE
           END-READ
           IF WS-FS-CREATURE NOT = '00' AND WS-FS-CREATURE NOT = '10'
              DISPLAY 'ERROR READING CREATURES FILE, STATUS='
                 WS-FS-CREATURE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       READ-NPC.
           READ NPC-FILE AT END SET NO-MORE-NPC TO TRUE
           END-READ
           IF WS-FS-NPC NOT = '00' AND WS-FS-NPC NOT = '10'
              DISPLAY 'ERROR READING NPCS FILE, STATUS=' WS-FS-NPC
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * WALK ONE SESSION LOG OR ARCHIVE
      * -------------------------
       WALK-ONE-FILE.
           MOVE 'N' TO WS-EOF-SESS
           OPEN INPUT SESSION-LOG-FILE
           IF WS-FS-SESSLOG NOT = '00'
              CONTINUE
           ELSE
              ADD 1 TO CT-FILES
              PERFORM READ-SESS
              PERFORM UNTIL NO-MORE-SESS
                 IF SL-VERB(1:1) NOT = '*'
                    PERFORM TAKE-TURN-RECORD
                 END-IF
                 PERFORM READ-SESS
              END-PERFORM
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

      * -------------------------
      * ONE TURN RECORD. COMBINE ALSO ANSWERS 'HUH' WHEN AN
      * INGREDIENT IS MISSING, SO ONLY OTHER VERBS COUNT AS
      * UNRECOGNIZED. HINT LOGS THE HINT NUMBER IN THE NOUN SLOT,
      * AND A VERB THAT TAKES NO OBJECT HAS NO NOUN TO CHECK.
      * -------------------------
       TAKE-TURN-RECORD.
           ADD 1 TO CT-TURNS
           MOVE 'N' TO WS-NO-OBJ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 16
              IF WS-NO-OBJ-VERB(I) = SL-VERB
                 MOVE 'Y' TO WS-NO-OBJ
              END-IF
           END-PERFORM
           IF SL-OUTCOME = SPACES
              ADD 1 TO CT-UNCODED
           ELSE
              IF SL-OUTCOME = 'HUH' AND SL-VERB NOT = 'COMBINE'
                 AND SL-VERB NOT = SPACES
                 ADD 1 TO CT-HUH
                 MOVE SL-VERB TO WS-WORD
                 PERFORM TALLY-VERB
              END-IF
              IF SL-NOUN NOT = SPACES AND SL-NOUN NOT = 'ALL'
                 AND SL-VERB NOT = 'HINT' AND WS-NO-OBJ = 'N'
                 MOVE SL-NOUN TO WS-WORD
                 PERFORM CHECK-VOCAB
                 IF WS-KNOWN = 'N'
                    ADD 1 TO CT-UNKNOWN-NOUN
                    PERFORM TALLY-NOUN
                 END-IF
              END-IF
              IF SL-OUTCOME = 'NOWAY' OR SL-OUTCOME = 'LOCKED'
                 OR SL-OUTCOME = 'CREBLOCK'
                 ADD 1 TO CT-REFUSED
                 IF SL-ROOM > 0 AND SL-ROOM <= WS-MAX-ROOMS
                    ADD 1 TO RT-ALL(SL-ROOM)
                    EVALUATE SL-OUTCOME
                       WHEN 'NOWAY'
                          ADD 1 TO RT-NOWAY(SL-ROOM)
                       WHEN 'LOCKED'
                          ADD 1 TO RT-LOCKED(SL-ROOM)
                       WHEN OTHER
                          ADD 1 TO RT-BLOCK(SL-ROOM)
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF.

       TALLY-VERB.
           MOVE 0 TO WS-WORD-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > VT-COUNT
              IF WS-WORD-IX = 0 AND VT-WORD(I) = WS-WORD
                 MOVE I TO WS-WORD-IX
              END-IF
           END-PERFORM
           IF WS-WORD-IX = 0
              IF VT-COUNT >= WS-MAX-WORDS
                 DISPLAY 'MORE THAN ' WS-MAX-WORDS
                    ' DISTINCT UNKNOWN VERBS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO VT-COUNT
              MOVE VT-COUNT TO WS-WORD-IX
              MOVE WS-WORD TO VT-WORD(WS-WORD-IX)
              MOVE 0 TO VT-TIMES(WS-WORD-IX)
              MOVE 'N' TO VT-SHOWN(WS-WORD-IX)
           END-IF
           ADD 1 TO VT-TIMES(WS-WORD-IX).

       TALLY-NOUN.
           MOVE 0 TO WS-WORD-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NT-COUNT
              IF WS-WORD-IX = 0 AND NT-WORD(I) = WS-WORD
                 MOVE I TO WS-WORD-IX
              END-IF
           END-PERFORM
           IF WS-WORD-IX = 0
              IF NT-COUNT >= WS-MAX-WORDS
                 DISPLAY 'MORE THAN ' WS-MAX-WORDS
                    ' DISTINCT UNKNOWN NOUNS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO NT-COUNT
              MOVE NT-COUNT TO WS-WORD-IX
              MOVE WS-WORD TO NT-WORD(WS-WORD-IX)
              MOVE 0 TO NT-TIMES(WS-WORD-IX)
              MOVE 'N' TO NT-SHOWN(WS-WORD-IX)
           END-IF
           ADD 1 TO NT-TIMES(WS-WORD-IX).

      * -------------------------
      * MOST FREQUENT UNRECOGNIZED VERBS
      * -------------------------
       REPORT-VERBS.
           DISPLAY '--- UNRECOGNIZED VERBS (TOP ' WS-TOP-N ') ---'
           MOVE 0 TO WS-RANK
           PERFORM SHOW-NEXT-VERB WS-TOP-N TIMES
           IF WS-RANK = 0
              DISPLAY 'NONE RECORDED.'
           END-IF
           DISPLAY SPACE.

       SHOW-NEXT-VERB.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > VT-COUNT
              IF VT-SHOWN(I) = 'N'
                 IF WS-BEST-IX = 0
                    MOVE I TO WS-BEST-IX
                 ELSE
                    IF VT-TIMES(I) > VT-TIMES(WS-BEST-IX)
                       MOVE I TO WS-BEST-IX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BEST-IX > 0
              ADD 1 TO WS-RANK
              DISPLAY WS-RANK '. ' VT-WORD(WS-BEST-IX) ' '
                 VT-TIMES(WS-BEST-IX)
              MOVE 'Y' TO VT-SHOWN(WS-BEST-IX)
           END-IF.

      * -------------------------
      * MOST FREQUENT NOUNS THAT NAME NOTHING IN THE DATASET
      * -------------------------
       REPORT-NOUNS.
           DISPLAY '--- UNKNOWN NOUNS (TOP ' WS-TOP-N ') ---'
           MOVE 0 TO WS-RANK
           PERFORM SHOW-NEXT-NOUN WS-TOP-N TIMES
           IF WS-RANK = 0
              DISPLAY 'NONE RECORDED.'
           END-IF
           DISPLAY SPACE.

       SHOW-NEXT-NOUN.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NT-COUNT
              IF NT-SHOWN(I) = 'N'
                 IF WS-BEST-IX = 0
                    MOVE I TO WS-BEST-IX
                 ELSE
                    IF NT-TIMES(I) > NT-TIMES(WS-BEST-IX)
                       MOVE I TO WS-BEST-IX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BEST-IX > 0
              ADD 1 TO WS-RANK
              DISPLAY WS-RANK '. ' NT-WORD(WS-BEST-IX) ' '
                 NT-TIMES(WS-BEST-IX)
              MOVE 'Y' TO NT-SHOWN(WS-BEST-IX)
           END-IF.

      * -------------------------
      * ROOMS WHERE REFUSED MOVES CLUSTER
      * -------------------------
       REPORT-REFUSED-ROOMS.
           DISPLAY '--- REFUSED MOVES BY ROOM (TOP ' WS-TOP-N
              ') ---'
           MOVE 0 TO WS-RANK
           PERFORM SHOW-NEXT-REFUSED-ROOM WS-TOP-N TIMES
           IF WS-RANK = 0
              DISPLAY 'NONE RECORDED.'
           END-IF.

       SHOW-NEXT-REFUSED-ROOM.
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MAX-ROOMS
              IF RT-SHOWN(K) = 'N' AND RT-ALL(K) > 0
                 IF WS-BEST-IX = 0
                    MOVE K TO WS-BEST-IX
                 ELSE
                    IF RT-ALL(K) > RT-ALL(WS-BEST-IX)
                       MOVE K TO WS-BEST-IX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BEST-IX > 0
              ADD 1 TO WS-RANK
              DISPLAY 'ROOM ' WS-BEST-IX
                 '  REFUSED=' RT-ALL(WS-BEST-IX)
                 '  NOWAY=' RT-NOWAY(WS-BEST-IX)
                 '  LOCKED=' RT-LOCKED(WS-BEST-IX)
                 '  CREBLOCK=' RT-BLOCK(WS-BEST-IX)
              MOVE 'Y' TO RT-SHOWN(WS-BEST-IX)
           END-IF.
