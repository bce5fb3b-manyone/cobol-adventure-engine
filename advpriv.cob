       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-PRIVACY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOG-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
           SELECT LOG-TMP-FILE
               ASSIGN DYNAMIC WS-TMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-TMP.
           SELECT COIN-LEDGER-FILE
               ASSIGN DYNAMIC WS-LEDGER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.
           SELECT LEDGER-TMP-FILE
               ASSIGN DYNAMIC WS-LTMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LTMP.
           SELECT REVIEW-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REVIEW.
           SELECT REVIEW-TMP-FILE
               ASSIGN DYNAMIC WS-RTMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RTMP.
           SELECT RESULTX-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-RESULTX.
           SELECT RESULTX-TMP-FILE
               ASSIGN DYNAMIC WS-XTMP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-XTMP.
           SELECT GAMESAVE-FILE
               ASSIGN DYNAMIC WS-GAMESAVE-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-GAMESAVE.
           SELECT WORK-OUT-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-WORK.
           SELECT PLAYER-MST-FILE
               ASSIGN DYNAMIC WS-PMAST-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS WS-FS-PMAST.
           SELECT PLAYER-REG-FILE
               ASSIGN DYNAMIC WS-PREG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-FS-PREG.
           SELECT EXTRACT-FILE
               ASSIGN DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXTRACT.
           SELECT ERASE-REG-FILE
               ASSIGN DYNAMIC WS-EREG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-EREG.

       DATA DIVISION.
       FILE SECTION.

      * EVERY 40-BYTE FILE THAT CARRIES A PLAYER ID: THE SESSION AND
      * PLAYER LOGS, THEIR SPOOLS AND ARCHIVES, PLAYERACH.DAT,
      * SIGNONREJ.DAT AND ADVENT-IMPACT'S REPLAY SCRIPT. ONE RECORD
      * AREA, ONE VIEW PER LAYOUT.
       FD  LOG-FILE
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
           03 SL-REST-END REDEFINES SL-REST.
              05 SL-SCORE  PIC 9(05).
              05 SL-TURNS  PIC 9(04).
              05 FILLER    PIC X(09).
           03 SL-REST-HDR REDEFINES SL-REST.
              05 SL-HDR-DATE PIC 9(08).
              05 SL-HDR-TIME PIC 9(06).
              05 FILLER    PIC X(04).
           03 SL-REST-DSET REDEFINES SL-REST.
              05 SL-DSET-GEN PIC 9(05).
              05 SL-DSET-OBJ PIC X(13).

       01  PLAYER-LOG-RECORD.
           03 PL-PLAYER-ID   PIC X(10).
           03 PL-BODY.
              05 PL-RESULT      PIC X(08).
              05 PL-ROOM        PIC 99.
              05 PL-TURNS       PIC 9(04).
           03 PL-BODY-HDR REDEFINES PL-BODY.
              05 PL-HDR-ID      PIC X(10).
              05 FILLER         PIC X(04).
           03 PL-REST        PIC X(16).
           03 PL-REST-HDR REDEFINES PL-REST.
              05 PL-HDR-DATE PIC 9(08).
              05 PL-HDR-TIME PIC 9(06).
              05 FILLER      PIC X(02).
           03 PL-REST-RES REDEFINES PL-REST.
              05 PL-SCORE    PIC X(05).
              05 FILLER      PIC X(11).

       01  EARNED-RECORD.
           03 AE-PLAYER-ID     PIC X(10).
           03 AE-ACH-ID        PIC X(08).
           03 AE-DATE          PIC 9(08).
           03 FILLER           PIC X(14).

       01  SIGNON-REJ-RECORD.
           03 RJ-PLAYER-ID      PIC X(10).
           03 RJ-DATE           PIC 9(08).
           03 RJ-TIME           PIC 9(06).
           03 RJ-REASON         PIC X(08).
           03 FILLER            PIC X(08).

       01  TOURNEY-RECORD.
           03 TN-REC-TYPE       PIC X.
           03 TN-ID             PIC X(04).
           03 TN-PLAYER-ID      PIC X(10).
           03 TN-ENTERED        PIC 9(08).
           03 FILLER            PIC X(17).

       01  RESULT-RECORD.
           03 TR-ID             PIC X(04).
           03 TR-RANK           PIC 9(03).
           03 TR-PLAYER-ID      PIC X(10).
           03 TR-SCORE          PIC 9(05).
           03 TR-TURNS          PIC 9(04).
           03 TR-FIN-DATE       PIC 9(08).
           03 TR-FIN-TIME       PIC 9(06).

       FD  LOG-TMP-FILE
              RECORD CONTAINS 40 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LOG-TMP-RECORD PIC X(40).

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

       FD  LEDGER-TMP-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LEDGER-TMP-RECORD PIC X(80).

      * ADVENT-SUSPECT'S DATED REVIEW FILE: ONE RECORD PER FLAG
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
           03 RV-REVIEWER      PIC X(08).
           03 RV-DECIDED       PIC 9(08).
           03 FILLER           PIC X(17).

       FD  REVIEW-TMP-FILE
              RECORD CONTAINS 180 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  REVIEW-TMP-RECORD PIC X(180).

      * ADVENT-EXTRACT'S DATED RESULTS INTERFACE FILE: A HEADER, ONE
      * DETAIL PER SESSION, A CONTROL-TOTAL TRAILER
       FD  RESULTX-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RESULTX-RECORD.
           03 RX-REC-TYPE       PIC X.
           03 RX-BODY           PIC X(79).
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

       FD  RESULTX-TMP-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RESULTX-TMP-RECORD PIC X(80).

       FD  GAMESAVE-FILE
              RECORD CONTAINS 159 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  GAMESAVE-RECORD.
           03 GS-REC-TYPE PIC X(01).
           03 GS-PAYLOAD  PIC X(158).

      * ADVENT-IMPACT'S ENGINE OUTPUT AND REPLAY VERDICT, ONLY EVER
      * EMPTIED HERE
       FD  WORK-OUT-FILE.

       01  WORK-OUT-RECORD PIC X(100).

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

       FD  EXTRACT-FILE.

       01  EXTRACT-RECORD PIC X(100).

      * ERASURE REGISTER: PERMANENT, APPEND ONLY. EACH ERASE WRITES
      * AN 'H' HEADER, ONE 'F' RECORD PER FILE THAT HELD THE
      * PLAYER'S DATA (RECORD COUNTS BEFORE AND AFTER) AND A 'T'
      * TRAILER. A HEADER WITH NO TRAILER IS AN INTERRUPTED ERASE;
      * RERUNNING THE SAME ERASE FINISHES IT.
       FD  ERASE-REG-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ERASE-REG-RECORD.
           03 ER-TYPE           PIC X(01).
           03 ER-DATE           PIC 9(08).
           03 ER-TIME           PIC 9(06).
           03 ER-PLAYER-ID      PIC X(10).
           03 ER-BODY           PIC X(55).
           03 ER-BODY-HDR REDEFINES ER-BODY.
              05 ER-OPERATOR    PIC X(10).
              05 ER-FROM-DATE   PIC 9(08).
              05 FILLER         PIC X(37).
           03 ER-BODY-FILE REDEFINES ER-BODY.
              05 ER-FILE-NAME   PIC X(30).
              05 ER-BEFORE      PIC 9(07).
              05 ER-AFTER       PIC 9(07).
              05 FILLER         PIC X(11).
           03 ER-BODY-TRL REDEFINES ER-BODY.
              05 ER-FILES       PIC 9(05).
              05 ER-REMOVED     PIC 9(07).
              05 FILLER         PIC X(43).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-LOG PIC X VALUE 'N'.
               88 NO-MORE-LOG VALUE 'Y'.
           03 WS-EOF-TMP PIC X VALUE 'N'.
               88 NO-MORE-TMP VALUE 'Y'.
           03 WS-EOF-LEDGER PIC X VALUE 'N'.
               88 NO-MORE-LEDGER VALUE 'Y'.
           03 WS-EOF-REVIEW PIC X VALUE 'N'.
               88 NO-MORE-REVIEW VALUE 'Y'.
           03 WS-EOF-RESULTX PIC X VALUE 'N'.
               88 NO-MORE-RESULTX VALUE 'Y'.
           03 WS-EOF-GAMESAVE PIC X VALUE 'N'.
               88 NO-MORE-GAMESAVE VALUE 'Y'.
           03 WS-EOF-KEYED PIC X VALUE 'N'.
               88 NO-MORE-KEYED VALUE 'Y'.

       01 WS-FS-LOG      PIC X(02).
       01 WS-FS-TMP      PIC X(02).
       01 WS-FS-LEDGER   PIC X(02).
       01 WS-FS-LTMP     PIC X(02).
       01 WS-FS-REVIEW   PIC X(02).
       01 WS-FS-RTMP     PIC X(02).
       01 WS-FS-RESULTX  PIC X(02).
       01 WS-FS-XTMP     PIC X(02).
       01 WS-FS-WORK     PIC X(02).
       01 WS-FS-GAMESAVE PIC X(02).
       01 WS-FS-PMAST    PIC X(02).
       01 WS-FS-PREG     PIC X(02).
       01 WS-FS-EXTRACT  PIC X(02).
       01 WS-FS-EREG     PIC X(02).

       01 WS-IN-FILENAME      PIC X(40) VALUE SPACES.
       01 WS-TMP-FILENAME     PIC X(40) VALUE 'advpriv.tmp'.
       01 WS-LEDGER-FILENAME  PIC X(40) VALUE 'coinledger.dat'.
       01 WS-LTMP-FILENAME    PIC X(40) VALUE 'coinledger.tmp'.
       01 WS-RTMP-FILENAME    PIC X(40) VALUE 'suspect.tmp'.
       01 WS-XTMP-FILENAME    PIC X(40) VALUE 'resultx.tmp'.
       01 WS-GAMESAVE-FILENAME PIC X(40) VALUE SPACES.
       01 WS-PMAST-FILENAME   PIC X(40) VALUE 'playermst.dat'.
       01 WS-PREG-FILENAME    PIC X(40) VALUE 'playerreg.dat'.
       01 WS-EXTRACT-FILENAME PIC X(40) VALUE SPACES.
       01 WS-EREG-FILENAME    PIC X(40) VALUE 'erasereg.dat'.
       01 WS-SPOOL-SESS-NAME  PIC X(40) VALUE SPACES.
       01 WS-SPOOL-PLOG-NAME  PIC X(40) VALUE SPACES.

       01 WS-DATASET-PARM  PIC X(120) VALUE SPACES.
       01 WS-MODE          PIC X(10) VALUE SPACES.
       01 WS-PARM-ID       PIC X(10) VALUE SPACES.
       01 WS-FROM-TXT      PIC X(10) VALUE SPACES.
       01 WS-OPERATOR      PIC X(10) VALUE SPACES.
       01 WS-ID-LEN        PIC 99 VALUE 0.

       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-NOW           PIC 9(08) VALUE 0.
       01 WS-FROM-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-DATE     PIC 9(08) VALUE 0.
       01 WS-SCAN-INT      PIC 9(08) VALUE 0.
       01 WS-END-INT       PIC 9(08) VALUE 0.

      * HOW THE CURRENT 40-BYTE FILE IS MATCHED AND SHOWN
      *   MATCH: S = SESSIONS WHOSE '*SESS*' HEADER NAMES THE ID
      *          P = PLAYER-LOG SESSIONS AND RESULT LINES FOR THE ID
      *          K = RECORDS WHOSE FIRST 10 BYTES ARE THE ID
      *          A = EVERY RECORD (THE PLAYER'S OWN SPOOLS)
      *   SHOW:  S / P = LOG LINES, E = ACHIEVEMENTS, J = SIGN-ONS
       01 WS-MATCH-RULE    PIC X VALUE SPACE.
       01 WS-SHOW-RULE     PIC X VALUE SPACE.
       01 WS-REPORT-ABSENT PIC X VALUE 'Y'.
       01 WS-IN-SESSION    PIC X VALUE 'N'.
       01 WS-MATCHED       PIC X VALUE 'N'.
       01 WS-SECTION-OPEN  PIC X VALUE 'N'.
       01 WS-SECTION-TITLE PIC X(30) VALUE SPACES.
       01 WS-FILE-PRESENT  PIC X VALUE 'N'.
       01 WS-TURN-NO       PIC 9(04) VALUE 0.
       01 WS-STATUS-WORD   PIC X(10) VALUE SPACES.

       01 WS-LINE          PIC X(100) VALUE SPACES.

       01  GS-HEADER-REC.
           05 GS-CURRENT-ROOM      PIC 99.
           05 GS-GAME-OVER         PIC X.
           05 GS-OBJ-COUNT         PIC 99.
           05 GS-SCORE             PIC 9(05).
           05 GS-TURN-COUNT         PIC 9(04).
           05 GS-CRE-COUNT         PIC 99.
           05 GS-NPC-COUNT         PIC 99.
           05 GS-EVT-COUNT         PIC 99.
           05 GS-HINT-COUNT        PIC 99.
           05 GS-PATCH-COUNT       PIC 99.
           05 GS-EPISODE           PIC 99.
           05 GS-GENERATION        PIC 9(05).
           05 GS-COINS             PIC 9(05).
           05 GS-HINTS-TAKEN       PIC X.
           05 GS-TURN-BASE         PIC 9(04).
           05 FILLER               PIC X(117).

       01 CT-BEFORE        PIC 9(07) VALUE 0.
       01 CT-AFTER         PIC 9(07) VALUE 0.
       01 CT-HITS          PIC 9(07) VALUE 0.
       01 CT-FILES-READ    PIC 9(05) VALUE 0.
       01 CT-FILES-HIT     PIC 9(05) VALUE 0.
       01 CT-TOTAL-HITS    PIC 9(07) VALUE 0.
       01 CT-HIT-SCORE     PIC 9(11) VALUE 0.
       01 CT-HIT-TURNS     PIC 9(11) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * PLAYER DATA EXPORT AND ERASURE. EXPORT WRITES EVERYTHING
      * HELD ABOUT ONE PLAYER ID TO PLAYERDATA.<ID>.TXT. ERASE
      * REMOVES IT FROM EVERY FILE: THE MASTER AND REGISTRY
      * RECORDS ARE DELETED, PLAYERACH.DAT, SIGNONREJ.DAT, THE
      * TOURNAMENT ROSTERS AND RESULTS IN TOURNEY.DAT AND
      * TOURRES.DAT, AND COINLEDGER.DAT LOSE THE PLAYER'S LINES,
      * GAMESAVE.<ID>.DAT
      * AND THE SESSIONLOG.<ID>.DAT / PLAYERLOG.<ID>.DAT SPOOLS
      * ARE EMPTIED, AND THE PLAYER'S WHOLE SESSIONS ARE TAKEN OUT
      * OF THE CENTRAL LOGS AND OF THE DATED SESSARCH / PLAYARCH
      * ARCHIVES FROM THE GIVEN DATE UP TO TODAY. WHOLE SESSIONS
      * GO FROM BOTH LOGS TOGETHER, SO ADVENT-AUDIT AND
      * ADVENT-PMAUDIT STILL RECONCILE AFTERWARDS. THE PLAYER'S
      * FLAGS LEAVE THE DATED SUSPECT.<YYYYMMDD>.DAT REVIEW FILES
      * OVER THE SAME DATES, AND THEIR SESSIONS LEAVE THE LOCAL
      * COPIES OF ADVENT-EXTRACT'S RESULTX.<YYYYMMDD>.DAT, WHOSE
      * TRAILER TOTALS ARE REDUCED TO MATCH (WHAT WAS ALREADY SENT
      * IS NOT RECALLED; EXTCTL.DAT KEEPS THE TOTALS AS SENT, SO A
      * RESEND SHOWS THE DIFFERENCE). ADVENT-IMPACT'S WORK FILES ARE
      * CLEARED TOO: THE SESSION IN ADVIMPACT.RPL IF IT IS THE
      * PLAYER'S, AND ADVIMPACT.OUT / ADVIMPACT.RES ON EVERY
      * ERASE. ADVSUSP.WLK AND ADVSUSP.OUT HOLD ONLY ADVENT-WALK'S
      * ROUTE FOR A DATASET SET, NO PLAYER DATA. EVERY ERASE IS
      * RECORDED IN ERASEREG.DAT WITH RECORD COUNTS PER FILE.
      * RUN IN THE BATCH WINDOW, NOT WHILE THE PLAYER IS ON.
      * PARM: EXPORT <PLAYER-ID> <FROM-YYYYMMDD>
      *       ERASE  <PLAYER-ID> <FROM-YYYYMMDD> <OPERATOR>
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-MODE WS-PARM-ID WS-FROM-TXT WS-OPERATOR
           IF (WS-MODE NOT = 'EXPORT' AND WS-MODE NOT = 'ERASE')
              OR WS-PARM-ID = SPACES
              OR WS-PARM-ID(1:1) = '*'
              OR WS-FROM-TXT(1:8) NOT NUMERIC
              OR (WS-MODE = 'ERASE' AND WS-OPERATOR = SPACES)
              DISPLAY 'USAGE: EXPORT <PLAYER-ID> <FROM-YYYYMMDD>'
              DISPLAY '       ERASE  <PLAYER-ID> <FROM-YYYYMMDD>'
                 ' <OPERATOR>'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           PERFORM BUILD-PLAYER-FILENAMES

           DISPLAY 'PLAYER DATA ' WS-MODE
           DISPLAY 'PLAYER ID     ' WS-PARM-ID
           DISPLAY 'ARCHIVES FROM ' WS-FROM-DATE ' TO ' WS-TODAY
           DISPLAY SPACE

           IF WS-MODE = 'EXPORT'
              PERFORM OPEN-EXTRACT
           ELSE
              PERFORM OPEN-ERASE-REGISTER
           END-IF

           PERFORM PROCESS-MASTER
           PERFORM PROCESS-REGISTRY

           MOVE 'playerach.dat' TO WS-IN-FILENAME
           MOVE 'ACHIEVEMENTS EARNED' TO WS-SECTION-TITLE
           MOVE 'K' TO WS-MATCH-RULE
           MOVE 'E' TO WS-SHOW-RULE
           MOVE 'Y' TO WS-REPORT-ABSENT
           PERFORM PROCESS-LOG-FILE

           MOVE 'signonrej.dat' TO WS-IN-FILENAME
           MOVE 'REFUSED SIGN-ONS' TO WS-SECTION-TITLE
           MOVE 'J' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           MOVE 'tourney.dat' TO WS-IN-FILENAME
           MOVE 'TOURNAMENTS ENTERED' TO WS-SECTION-TITLE
           MOVE 'T' TO WS-MATCH-RULE
           MOVE 'T' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           MOVE 'tourres.dat' TO WS-IN-FILENAME
           MOVE 'TOURNAMENT RESULTS' TO WS-SECTION-TITLE
           MOVE 'R' TO WS-MATCH-RULE
           MOVE 'R' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           PERFORM PROCESS-LEDGER
           PERFORM PROCESS-GAMESAVE

           MOVE WS-SPOOL-SESS-NAME TO WS-IN-FILENAME
           MOVE 'SESSIONS NOT YET COLLECTED' TO WS-SECTION-TITLE
           MOVE 'A' TO WS-MATCH-RULE
           MOVE 'S' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           MOVE WS-SPOOL-PLOG-NAME TO WS-IN-FILENAME
           MOVE 'RESULTS NOT YET COLLECTED' TO WS-SECTION-TITLE
           MOVE 'P' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           MOVE 'advimpact.rpl' TO WS-IN-FILENAME
           MOVE 'DATASET IMPACT REPLAY' TO WS-SECTION-TITLE
           MOVE 'S' TO WS-MATCH-RULE
           MOVE 'S' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE
           IF WS-MODE = 'ERASE'
              MOVE 'advimpact.out' TO WS-IN-FILENAME
              PERFORM EMPTY-WORK-FILE
              MOVE 'advimpact.res' TO WS-IN-FILENAME
              PERFORM EMPTY-WORK-FILE
           END-IF

           MOVE 'N' TO WS-REPORT-ABSENT
           COMPUTE WS-SCAN-INT =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY)
           PERFORM UNTIL WS-SCAN-INT > WS-END-INT
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
              PERFORM PROCESS-ARCHIVE-DAY
              ADD 1 TO WS-SCAN-INT
           END-PERFORM

           MOVE 'Y' TO WS-REPORT-ABSENT
           MOVE 'sessionlog.dat' TO WS-IN-FILENAME
           MOVE 'SESSION LOG' TO WS-SECTION-TITLE
           MOVE 'S' TO WS-MATCH-RULE
           MOVE 'S' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           MOVE 'playerlog.dat' TO WS-IN-FILENAME
           MOVE 'RESULT LOG' TO WS-SECTION-TITLE
           MOVE 'P' TO WS-MATCH-RULE
           MOVE 'P' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE

           DISPLAY SPACE
           DISPLAY 'FILES READ:           ' CT-FILES-READ
           DISPLAY 'FILES HOLDING PLAYER: ' CT-FILES-HIT
           IF WS-MODE = 'EXPORT'
              DISPLAY 'RECORDS EXPORTED:     ' CT-TOTAL-HITS
              PERFORM CLOSE-EXTRACT
           ELSE
              DISPLAY 'RECORDS REMOVED:      ' CT-TOTAL-HITS
              PERFORM CLOSE-ERASE-REGISTER
           END-IF
           IF CT-TOTAL-HITS = 0
              DISPLAY 'NOTHING IS HELD FOR PLAYER ' WS-PARM-ID
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * -------------------------
      * GAMESAVE.<ID>.DAT AND THE TWO LOG SPOOLS, NAMED THE WAY
      * TEXT-ADVENTURE AND ADVENT-COLLECT NAME THEM
      * -------------------------
       BUILD-PLAYER-FILENAMES.
           PERFORM DO-NOTHING VARYING WS-ID-LEN FROM 10 BY -1
              UNTIL WS-ID-LEN < 2
                 OR WS-PARM-ID(WS-ID-LEN:1) NOT = SPACE
           STRING 'gamesave.' DELIMITED BY SIZE
              WS-PARM-ID(1:WS-ID-LEN) DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-GAMESAVE-FILENAME
           STRING 'sessionlog.' DELIMITED BY SIZE
              WS-PARM-ID(1:WS-ID-LEN) DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-SPOOL-SESS-NAME
           STRING 'playerlog.' DELIMITED BY SIZE
              WS-PARM-ID(1:WS-ID-LEN) DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-SPOOL-PLOG-NAME
           STRING 'playerdata.' DELIMITED BY SIZE
              WS-PARM-ID(1:WS-ID-LEN) DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO WS-EXTRACT-FILENAME.

       PROCESS-ARCHIVE-DAY.
           MOVE SPACES TO WS-IN-FILENAME
           STRING 'sessarch.' DELIMITED BY SIZE
              WS-SCAN-DATE DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-IN-FILENAME
           MOVE 'ARCHIVED SESSIONS' TO WS-SECTION-TITLE
           MOVE 'S' TO WS-MATCH-RULE
           MOVE 'S' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE
           MOVE SPACES TO WS-IN-FILENAME
           STRING 'playarch.' DELIMITED BY SIZE
              WS-SCAN-DATE DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-IN-FILENAME
           MOVE 'ARCHIVED RESULTS' TO WS-SECTION-TITLE
           MOVE 'P' TO WS-MATCH-RULE
           MOVE 'P' TO WS-SHOW-RULE
           PERFORM PROCESS-LOG-FILE
           MOVE SPACES TO WS-IN-FILENAME
           STRING 'suspect.' DELIMITED BY SIZE
              WS-SCAN-DATE DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-IN-FILENAME
           MOVE 'SUSPICIOUS PLAY REVIEW' TO WS-SECTION-TITLE
           PERFORM PROCESS-REVIEW-FILE
           MOVE SPACES TO WS-IN-FILENAME
           STRING 'resultx.' DELIMITED BY SIZE
              WS-SCAN-DATE DELIMITED BY SIZE
              '.dat' DELIMITED BY SIZE
              INTO WS-IN-FILENAME
           MOVE 'RESULTS INTERFACE EXTRACT' TO WS-SECTION-TITLE
           PERFORM PROCESS-RESULTX-FILE.

      * -------------------------
      * EXTRACT AND REGISTER
      * -------------------------
       OPEN-EXTRACT.
           OPEN OUTPUT EXTRACT-FILE
           IF WS-FS-EXTRACT NOT = '00'
              DISPLAY 'CANNOT WRITE [' WS-EXTRACT-FILENAME
                 '] STATUS=' WS-FS-EXTRACT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-LINE
           STRING 'DATA HELD FOR PLAYER ' DELIMITED BY SIZE
              WS-PARM-ID DELIMITED BY SPACE
              ' - EXTRACTED ' DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              WS-NOW(1:6) DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'ARCHIVES SEARCHED FROM ' DELIMITED BY SIZE
              WS-FROM-DATE DELIMITED BY SIZE
              ' TO ' DELIMITED BY SIZE
              WS-TODAY DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE.

       CLOSE-EXTRACT.
           MOVE SPACES TO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'END OF EXTRACT - ' DELIMITED BY SIZE
              CT-TOTAL-HITS DELIMITED BY SIZE
              ' RECORDS FROM ' DELIMITED BY SIZE
              CT-FILES-HIT DELIMITED BY SIZE
              ' FILES' DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           CLOSE EXTRACT-FILE
           DISPLAY 'EXTRACT WRITTEN TO [' WS-EXTRACT-FILENAME ']'.

       WRITE-EXTRACT-LINE.
           MOVE WS-LINE TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           IF WS-FS-EXTRACT NOT = '00'
              DISPLAY 'ERROR WRITING EXTRACT, STATUS=' WS-FS-EXTRACT
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A FILE'S HEADING GOES INTO THE EXTRACT ONLY ONCE IT IS
      * KNOWN TO HOLD SOMETHING FOR THE PLAYER
       OPEN-EXTRACT-SECTION.
           IF WS-SECTION-OPEN = 'N'
              MOVE 'Y' TO WS-SECTION-OPEN
              MOVE SPACES TO WS-LINE
              PERFORM WRITE-EXTRACT-LINE
              STRING '== ' DELIMITED BY SIZE
                 WS-SECTION-TITLE DELIMITED BY '  '
                 ' (' DELIMITED BY SIZE
                 WS-IN-FILENAME DELIMITED BY SPACE
                 ')' DELIMITED BY SIZE
                 INTO WS-LINE
              PERFORM WRITE-EXTRACT-LINE
           END-IF.

       OPEN-ERASE-REGISTER.
           OPEN EXTEND ERASE-REG-FILE
           IF WS-FS-EREG NOT = '00'
              OPEN OUTPUT ERASE-REG-FILE
           END-IF
           IF WS-FS-EREG NOT = '00'
              DISPLAY 'CANNOT OPEN ERASURE REGISTER, STATUS='
                 WS-FS-EREG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO ERASE-REG-RECORD
           MOVE 'H' TO ER-TYPE
           MOVE WS-OPERATOR TO ER-OPERATOR
           MOVE WS-FROM-DATE TO ER-FROM-DATE
           PERFORM WRITE-ERASE-REGISTER.

       CLOSE-ERASE-REGISTER.
           MOVE SPACES TO ERASE-REG-RECORD
           MOVE 'T' TO ER-TYPE
           MOVE CT-FILES-HIT TO ER-FILES
           MOVE CT-TOTAL-HITS TO ER-REMOVED
           PERFORM WRITE-ERASE-REGISTER
           CLOSE ERASE-REG-FILE
           DISPLAY 'ERASURE RECORDED IN [' WS-EREG-FILENAME ']'.

       WRITE-ERASE-REGISTER.
           MOVE WS-TODAY TO ER-DATE
           MOVE WS-NOW(1:6) TO ER-TIME
           MOVE WS-PARM-ID TO ER-PLAYER-ID
           WRITE ERASE-REG-RECORD
           IF WS-FS-EREG NOT = '00'
              DISPLAY 'ERROR WRITING ERASURE REGISTER, STATUS='
                 WS-FS-EREG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * -------------------------
      * ONE FILE DONE: SHOW ITS COUNTS, AND FOR AN ERASE THAT
      * TOUCHED IT, RECORD THEM IN THE REGISTER
      * -------------------------
       NOTE-FILE-COUNTS.
           ADD 1 TO CT-FILES-READ
           IF CT-HITS > 0
              ADD 1 TO CT-FILES-HIT
              ADD CT-HITS TO CT-TOTAL-HITS
              IF WS-MODE = 'ERASE'
                 MOVE SPACES TO ERASE-REG-RECORD
                 MOVE 'F' TO ER-TYPE
                 MOVE WS-IN-FILENAME TO ER-FILE-NAME
                 MOVE CT-BEFORE TO ER-BEFORE
                 MOVE CT-AFTER TO ER-AFTER
                 PERFORM WRITE-ERASE-REGISTER
              END-IF
           END-IF
           IF CT-HITS > 0 OR WS-REPORT-ABSENT = 'Y'
              DISPLAY WS-IN-FILENAME(1:30) ' BEFORE ' CT-BEFORE
                 '  AFTER ' CT-AFTER '  PLAYER ' CT-HITS
           END-IF.

       NOTE-FILE-ABSENT.
           IF WS-REPORT-ABSENT = 'Y'
              DISPLAY WS-IN-FILENAME(1:30) ' NOT PRESENT'
           END-IF.

      * -------------------------
      * PLAYER MASTER: THE ONE RECORD KEYED BY THE ID
      * -------------------------
       PROCESS-MASTER.
           MOVE WS-PMAST-FILENAME TO WS-IN-FILENAME
           IF WS-MODE = 'ERASE'
              OPEN I-O PLAYER-MST-FILE
           ELSE
              OPEN INPUT PLAYER-MST-FILE
           END-IF
           IF WS-FS-PMAST NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              MOVE 0 TO CT-BEFORE
              MOVE 0 TO CT-HITS
              MOVE 'N' TO WS-EOF-KEYED
              MOVE LOW-VALUES TO PM-PLAYER-ID
              START PLAYER-MST-FILE KEY NOT < PM-PLAYER-ID
                 INVALID KEY SET NO-MORE-KEYED TO TRUE
              END-START
              PERFORM UNTIL NO-MORE-KEYED
                 READ PLAYER-MST-FILE NEXT RECORD
                    AT END SET NO-MORE-KEYED TO TRUE
                 END-READ
                 IF NOT NO-MORE-KEYED
                    ADD 1 TO CT-BEFORE
                 END-IF
              END-PERFORM
              MOVE WS-PARM-ID TO PM-PLAYER-ID
              READ PLAYER-MST-FILE
              IF WS-FS-PMAST = '00'
                 MOVE 1 TO CT-HITS
                 IF WS-MODE = 'EXPORT'
                    PERFORM SHOW-MASTER
                 ELSE
                    DELETE PLAYER-MST-FILE
                    IF WS-FS-PMAST NOT = '00'
                       DISPLAY 'DELETE FAILED ON PLAYER MASTER,'
                          ' STATUS=' WS-FS-PMAST
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
              CLOSE PLAYER-MST-FILE
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       SHOW-MASTER.
           MOVE 'PLAYER MASTER' TO WS-SECTION-TITLE
           MOVE 'N' TO WS-SECTION-OPEN
           PERFORM OPEN-EXTRACT-SECTION
           MOVE SPACES TO WS-LINE
           STRING 'GAMES PLAYED ' DELIMITED BY SIZE
              PM-GAMES DELIMITED BY SIZE
              '  WINS ' DELIMITED BY SIZE
              PM-WINS DELIMITED BY SIZE
              '  DEATHS ' DELIMITED BY SIZE
              PM-DEATHS DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'BEST SCORE ' DELIMITED BY SIZE
              PM-BEST-SCORE DELIMITED BY SIZE
              '  FEWEST TURNS ' DELIMITED BY SIZE
              PM-FEWEST-TURNS DELIMITED BY SIZE
              '  LAST PLAYED ' DELIMITED BY SIZE
              PM-LAST-PLAYED DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO WS-LINE
           STRING 'CAMPAIGN EPISODE ' DELIMITED BY SIZE
              PM-CAMPAIGN-EP DELIMITED BY SIZE
              '  LANGUAGE ' DELIMITED BY SIZE
              PM-LANGUAGE DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE.

      * -------------------------
      * ENROLLMENT REGISTRY: THE ONE RECORD KEYED BY THE ID. THE
      * PIN ITSELF IS NEVER WRITTEN TO THE EXTRACT.
      * -------------------------
       PROCESS-REGISTRY.
           MOVE WS-PREG-FILENAME TO WS-IN-FILENAME
           IF WS-MODE = 'ERASE'
              OPEN I-O PLAYER-REG-FILE
           ELSE
              OPEN INPUT PLAYER-REG-FILE
           END-IF
           IF WS-FS-PREG NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              MOVE 0 TO CT-BEFORE
              MOVE 0 TO CT-HITS
              MOVE 'N' TO WS-EOF-KEYED
              MOVE LOW-VALUES TO PR-PLAYER-ID
              START PLAYER-REG-FILE KEY NOT < PR-PLAYER-ID
                 INVALID KEY SET NO-MORE-KEYED TO TRUE
              END-START
              PERFORM UNTIL NO-MORE-KEYED
                 READ PLAYER-REG-FILE NEXT RECORD
                    AT END SET NO-MORE-KEYED TO TRUE
                 END-READ
                 IF NOT NO-MORE-KEYED
                    ADD 1 TO CT-BEFORE
                 END-IF
              END-PERFORM
              MOVE WS-PARM-ID TO PR-PLAYER-ID
              READ PLAYER-REG-FILE
              IF WS-FS-PREG = '00'
                 MOVE 1 TO CT-HITS
                 IF WS-MODE = 'EXPORT'
                    PERFORM SHOW-REGISTRY
                 ELSE
                    DELETE PLAYER-REG-FILE
                    IF WS-FS-PREG NOT = '00'
                       DISPLAY 'DELETE FAILED ON REGISTRY,'
                          ' STATUS=' WS-FS-PREG
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
              END-IF
              CLOSE PLAYER-REG-FILE
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       SHOW-REGISTRY.
           MOVE 'ENROLLMENT' TO WS-SECTION-TITLE
           MOVE 'N' TO WS-SECTION-OPEN
           PERFORM OPEN-EXTRACT-SECTION
           MOVE SPACES TO WS-LINE
           EVALUATE TRUE
              WHEN PR-ACTIVE
                 MOVE 'ACTIVE' TO WS-STATUS-WORD
              WHEN PR-SUSPENDED
                 MOVE 'SUSPENDED' TO WS-STATUS-WORD
              WHEN PR-CLOSED
                 MOVE 'CLOSED' TO WS-STATUS-WORD
              WHEN OTHER
                 MOVE PR-STATUS TO WS-STATUS-WORD
           END-EVALUATE
           STRING 'ENROLLED ' DELIMITED BY SIZE
              PR-ENROLL-DATE DELIMITED BY SIZE
              '  STATUS ' DELIMITED BY SIZE
              WS-STATUS-WORD DELIMITED BY SPACE
              ' SINCE ' DELIMITED BY SIZE
              PR-STATUS-DATE DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE 'PIN ON FILE (NOT SHOWN)' TO WS-LINE
           PERFORM WRITE-EXTRACT-LINE.

       SET-AFTER-COUNT.
           IF WS-MODE = 'ERASE'
              COMPUTE CT-AFTER = CT-BEFORE - CT-HITS
           ELSE
              MOVE CT-BEFORE TO CT-AFTER
           END-IF.

      * -------------------------
      * ONE 40-BYTE FILE. EXPORT SHOWS THE MATCHING RECORDS; ERASE
      * COPIES THE OTHERS TO A WORK FILE AND, ONLY IF ANYTHING WAS
      * DROPPED, COPIES THEM BACK OVER THE ORIGINAL.
      * -------------------------
       PROCESS-LOG-FILE.
           MOVE 'N' TO WS-EOF-LOG
           MOVE 'N' TO WS-IN-SESSION
           MOVE 'N' TO WS-SECTION-OPEN
           MOVE 0 TO WS-TURN-NO
           MOVE 0 TO CT-BEFORE
           MOVE 0 TO CT-HITS
           OPEN INPUT LOG-FILE
           IF WS-FS-LOG NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              IF WS-MODE = 'ERASE'
                 OPEN OUTPUT LOG-TMP-FILE
                 IF WS-FS-TMP NOT = '00'
                    DISPLAY 'CANNOT OPEN [' WS-TMP-FILENAME
                       '] STATUS=' WS-FS-TMP
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-LOG
              PERFORM UNTIL NO-MORE-LOG
                 ADD 1 TO CT-BEFORE
                 PERFORM MATCH-LOG-RECORD
                 IF WS-MATCHED = 'Y'
                    ADD 1 TO CT-HITS
                    IF WS-MODE = 'EXPORT'
                       PERFORM OPEN-EXTRACT-SECTION
                       PERFORM SHOW-LOG-RECORD
                    END-IF
                 ELSE
                    IF WS-MODE = 'ERASE'
                       PERFORM WRITE-LOG-TMP
                    END-IF
                 END-IF
                 PERFORM READ-LOG
              END-PERFORM
              CLOSE LOG-FILE
              IF WS-MODE = 'ERASE'
                 CLOSE LOG-TMP-FILE
                 IF CT-HITS > 0
                    PERFORM REWRITE-LOG-FILE
                 END-IF
              END-IF
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       READ-LOG.
           READ LOG-FILE AT END SET NO-MORE-LOG TO TRUE
           END-READ
           IF WS-FS-LOG NOT = '00' AND WS-FS-LOG NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-LOG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       MATCH-LOG-RECORD.
           MOVE 'N' TO WS-MATCHED
           EVALUATE WS-MATCH-RULE
              WHEN 'A'
                 MOVE 'Y' TO WS-MATCHED
              WHEN 'K'
                 IF PL-PLAYER-ID = WS-PARM-ID
                    MOVE 'Y' TO WS-MATCHED
                 END-IF
              WHEN 'T'
                 IF TN-REC-TYPE = 'E' AND TN-PLAYER-ID = WS-PARM-ID
                    MOVE 'Y' TO WS-MATCHED
                 END-IF
              WHEN 'R'
                 IF TR-PLAYER-ID = WS-PARM-ID
                    MOVE 'Y' TO WS-MATCHED
                 END-IF
      * A SESSION RUNS FROM ITS '*SESS*' HEADER TO THE NEXT ONE
              WHEN 'S'
                 IF SL-VERB = '*SESS*'
                    MOVE 'N' TO WS-IN-SESSION
                    IF SL-NOUN = WS-PARM-ID
                       MOVE 'Y' TO WS-IN-SESSION
                    END-IF
                 END-IF
                 MOVE WS-IN-SESSION TO WS-MATCHED
      * RESULT LINES CARRY THE ID THEMSELVES, SO HEADERLESS LEGACY
      * RESULTS ARE CAUGHT AS WELL
              WHEN 'P'
                 EVALUATE TRUE
                    WHEN PL-PLAYER-ID = '*SESS*'
                       MOVE 'N' TO WS-IN-SESSION
                       IF PL-HDR-ID = WS-PARM-ID
                          MOVE 'Y' TO WS-IN-SESSION
                       END-IF
                       MOVE WS-IN-SESSION TO WS-MATCHED
                    WHEN PL-PLAYER-ID(1:1) = '*'
                       MOVE WS-IN-SESSION TO WS-MATCHED
                    WHEN PL-PLAYER-ID = WS-PARM-ID
                       MOVE 'Y' TO WS-MATCHED
                 END-EVALUATE
           END-EVALUATE.

       REWRITE-LOG-FILE.
           MOVE 'N' TO WS-EOF-TMP
           MOVE 0 TO CT-AFTER
           OPEN INPUT LOG-TMP-FILE
           OPEN OUTPUT LOG-FILE
           IF WS-FS-TMP NOT = '00' OR WS-FS-LOG NOT = '00'
              DISPLAY 'CANNOT REWRITE [' WS-IN-FILENAME
                 '] - KEPT RECORDS ARE IN [' WS-TMP-FILENAME ']'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-LOG-TMP
           PERFORM UNTIL NO-MORE-TMP
              WRITE SESSION-LOG-RECORD FROM LOG-TMP-RECORD
              IF WS-FS-LOG NOT = '00'
                 DISPLAY 'ERROR REWRITING [' WS-IN-FILENAME
                    '] - KEPT RECORDS ARE IN [' WS-TMP-FILENAME ']'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CT-AFTER
              PERFORM READ-LOG-TMP
           END-PERFORM
           CLOSE LOG-TMP-FILE
           CLOSE LOG-FILE.

       WRITE-LOG-TMP.
           WRITE LOG-TMP-RECORD FROM SESSION-LOG-RECORD
           IF WS-FS-TMP NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-TMP-FILENAME '] STATUS='
                 WS-FS-TMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-LOG-TMP.
           READ LOG-TMP-FILE AT END SET NO-MORE-TMP TO TRUE
           END-READ
           IF WS-FS-TMP NOT = '00' AND WS-FS-TMP NOT = '10'
              DISPLAY 'ERROR READING [' WS-TMP-FILENAME '] STATUS='
                 WS-FS-TMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * ONE MATCHING 40-BYTE RECORD AS A LINE OF THE EXTRACT
      * -------------------------
       SHOW-LOG-RECORD.
           MOVE SPACES TO WS-LINE
           EVALUATE WS-SHOW-RULE
              WHEN 'E'
                 STRING '  ' DELIMITED BY SIZE
                    AE-ACH-ID DELIMITED BY SIZE
                    ' EARNED ' DELIMITED BY SIZE
                    AE-DATE DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN 'J'
                 STRING '  REFUSED ' DELIMITED BY SIZE
                    RJ-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    RJ-TIME DELIMITED BY SIZE
                    ' REASON ' DELIMITED BY SIZE
                    RJ-REASON DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN 'T'
                 STRING '  TOURNAMENT ' DELIMITED BY SIZE
                    TN-ID DELIMITED BY SIZE
                    ' ENTERED ' DELIMITED BY SIZE
                    TN-ENTERED DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN 'R'
                 STRING '  TOURNAMENT ' DELIMITED BY SIZE
                    TR-ID DELIMITED BY SIZE
                    ' RANK ' DELIMITED BY SIZE
                    TR-RANK DELIMITED BY SIZE
                    ' SCORE ' DELIMITED BY SIZE
                    TR-SCORE DELIMITED BY SIZE
                    ' TURNS ' DELIMITED BY SIZE
                    TR-TURNS DELIMITED BY SIZE
                    ' FINISHED ' DELIMITED BY SIZE
                    TR-FIN-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    TR-FIN-TIME DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN 'S'
                 PERFORM SHOW-SESSION-RECORD
              WHEN 'P'
                 PERFORM SHOW-RESULT-RECORD
           END-EVALUATE
           PERFORM WRITE-EXTRACT-LINE.

       SHOW-SESSION-RECORD.
           EVALUATE TRUE
              WHEN SL-VERB = '*SESS*'
                 MOVE 0 TO WS-TURN-NO
                 STRING 'SESSION ' DELIMITED BY SIZE
                    SL-HDR-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    SL-HDR-TIME DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN SL-VERB = '*DSET*'
                 STRING '  DATASET ' DELIMITED BY SIZE
                    SL-NOUN DELIMITED BY SIZE
                    ' GENERATION ' DELIMITED BY SIZE
                    SL-DSET-GEN DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN SL-VERB = '*REST*'
                 STRING '  RESTORED IN ROOM ' DELIMITED BY SIZE
                    SL-ROOM DELIMITED BY SIZE
                    ' SCORE ' DELIMITED BY SIZE
                    SL-SCORE DELIMITED BY SIZE
                    ' TURNS ' DELIMITED BY SIZE
                    SL-TURNS DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN SL-VERB = '*END*'
                 STRING '  ENDED ' DELIMITED BY SIZE
                    SL-NOUN DELIMITED BY SIZE
                    ' IN ROOM ' DELIMITED BY SIZE
                    SL-ROOM DELIMITED BY SIZE
                    ' SCORE ' DELIMITED BY SIZE
                    SL-SCORE DELIMITED BY SIZE
                    ' TURNS ' DELIMITED BY SIZE
                    SL-TURNS DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN SL-VERB(1:1) = '*'
                 STRING '  ' DELIMITED BY SIZE
                    SESSION-LOG-RECORD DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN OTHER
                 ADD 1 TO WS-TURN-NO
                 STRING '  TURN ' DELIMITED BY SIZE
                    WS-TURN-NO DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    SL-VERB DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    SL-NOUN DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    SL-NOUN2 DELIMITED BY SIZE
                    ' ROOM ' DELIMITED BY SIZE
                    SL-ROOM DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    SL-OUTCOME DELIMITED BY SIZE
                    INTO WS-LINE
           END-EVALUATE.

       SHOW-RESULT-RECORD.
           EVALUATE TRUE
              WHEN PL-PLAYER-ID = '*SESS*'
                 STRING 'SESSION ' DELIMITED BY SIZE
                    PL-HDR-DATE DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    PL-HDR-TIME DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN PL-PLAYER-ID(1:1) = '*'
                 STRING '  ' DELIMITED BY SIZE
                    PLAYER-LOG-RECORD DELIMITED BY SIZE
                    INTO WS-LINE
              WHEN OTHER
                 STRING '  RESULT ' DELIMITED BY SIZE
                    PL-RESULT DELIMITED BY SIZE
                    ' ROOM ' DELIMITED BY SIZE
                    PL-ROOM DELIMITED BY SIZE
                    ' TURNS ' DELIMITED BY SIZE
                    PL-TURNS DELIMITED BY SIZE
                    ' SCORE ' DELIMITED BY SIZE
                    PL-SCORE DELIMITED BY SIZE
                    INTO WS-LINE
           END-EVALUATE.

      * -------------------------
      * COIN LEDGER: THE PLAYER'S OPEN/BUY/SELL/CLOS LINES. WHOLE
      * SESSIONS GO, SO ADVENT-LEDGER STILL BALANCES THE REST.
      * -------------------------
       PROCESS-LEDGER.
           MOVE WS-LEDGER-FILENAME TO WS-IN-FILENAME
           MOVE 'COIN LEDGER' TO WS-SECTION-TITLE
           MOVE 'N' TO WS-SECTION-OPEN
           MOVE 'N' TO WS-EOF-LEDGER
           MOVE 0 TO CT-BEFORE
           MOVE 0 TO CT-HITS
           OPEN INPUT COIN-LEDGER-FILE
           IF WS-FS-LEDGER NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              IF WS-MODE = 'ERASE'
                 OPEN OUTPUT LEDGER-TMP-FILE
                 IF WS-FS-LTMP NOT = '00'
                    DISPLAY 'CANNOT OPEN [' WS-LTMP-FILENAME
                       '] STATUS=' WS-FS-LTMP
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-LEDGER
              PERFORM UNTIL NO-MORE-LEDGER
                 ADD 1 TO CT-BEFORE
                 IF CL-PLAYER-ID = WS-PARM-ID
                    ADD 1 TO CT-HITS
                    IF WS-MODE = 'EXPORT'
                       PERFORM OPEN-EXTRACT-SECTION
                       PERFORM SHOW-LEDGER-RECORD
                    END-IF
                 ELSE
                    IF WS-MODE = 'ERASE'
                       PERFORM WRITE-LEDGER-TMP
                    END-IF
                 END-IF
                 PERFORM READ-LEDGER
              END-PERFORM
              CLOSE COIN-LEDGER-FILE
              IF WS-MODE = 'ERASE'
                 CLOSE LEDGER-TMP-FILE
                 IF CT-HITS > 0
                    PERFORM REWRITE-LEDGER
                 END-IF
              END-IF
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       READ-LEDGER.
           READ COIN-LEDGER-FILE AT END SET NO-MORE-LEDGER TO TRUE
           END-READ
           IF WS-FS-LEDGER NOT = '00' AND WS-FS-LEDGER NOT = '10'
              DISPLAY 'ERROR READING COIN LEDGER, STATUS='
                 WS-FS-LEDGER
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       SHOW-LEDGER-RECORD.
           MOVE SPACES TO WS-LINE
           STRING '  ' DELIMITED BY SIZE
              CL-SESS-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CL-SESS-TIME DELIMITED BY SIZE
              ' TURN ' DELIMITED BY SIZE
              CL-TURN DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CL-DIRECTION DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CL-SHOP DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              CL-OBJECT DELIMITED BY SIZE
              ' PRICE ' DELIMITED BY SIZE
              CL-PRICE DELIMITED BY SIZE
              ' BALANCE ' DELIMITED BY SIZE
              CL-BALANCE DELIMITED BY SIZE
              ' ROOM ' DELIMITED BY SIZE
              CL-ROOM DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE.

       REWRITE-LEDGER.
           MOVE 'N' TO WS-EOF-TMP
           MOVE 0 TO CT-AFTER
           OPEN INPUT LEDGER-TMP-FILE
           OPEN OUTPUT COIN-LEDGER-FILE
           IF WS-FS-LTMP NOT = '00' OR WS-FS-LEDGER NOT = '00'
              DISPLAY 'CANNOT REWRITE [' WS-IN-FILENAME
                 '] - KEPT RECORDS ARE IN [' WS-LTMP-FILENAME ']'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-LEDGER-TMP
           PERFORM UNTIL NO-MORE-TMP
              WRITE COIN-LEDGER-RECORD FROM LEDGER-TMP-RECORD
              IF WS-FS-LEDGER NOT = '00'
                 DISPLAY 'ERROR REWRITING [' WS-IN-FILENAME
                    '] - KEPT RECORDS ARE IN [' WS-LTMP-FILENAME ']'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CT-AFTER
              PERFORM READ-LEDGER-TMP
           END-PERFORM
           CLOSE LEDGER-TMP-FILE
           CLOSE COIN-LEDGER-FILE.

       WRITE-LEDGER-TMP.
           WRITE LEDGER-TMP-RECORD FROM COIN-LEDGER-RECORD
           IF WS-FS-LTMP NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-LTMP-FILENAME '] STATUS='
                 WS-FS-LTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-LEDGER-TMP.
           READ LEDGER-TMP-FILE AT END SET NO-MORE-TMP TO TRUE
           END-READ
           IF WS-FS-LTMP NOT = '00' AND WS-FS-LTMP NOT = '10'
              DISPLAY 'ERROR READING [' WS-LTMP-FILENAME '] STATUS='
                 WS-FS-LTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * ONE DAY'S REVIEW FILE: THE PLAYER'S FLAGS, OPEN OR DECIDED.
      * THE DESK'S SEQUENCE NUMBERS ON THE OTHERS ARE LEFT AS THEY
      * ARE.
      * -------------------------
       PROCESS-REVIEW-FILE.
           MOVE 'N' TO WS-SECTION-OPEN
           MOVE 'N' TO WS-EOF-REVIEW
           MOVE 0 TO CT-BEFORE
           MOVE 0 TO CT-HITS
           OPEN INPUT REVIEW-FILE
           IF WS-FS-REVIEW NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              IF WS-MODE = 'ERASE'
                 OPEN OUTPUT REVIEW-TMP-FILE
                 IF WS-FS-RTMP NOT = '00'
                    DISPLAY 'CANNOT OPEN [' WS-RTMP-FILENAME
                       '] STATUS=' WS-FS-RTMP
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-REVIEW
              PERFORM UNTIL NO-MORE-REVIEW
                 ADD 1 TO CT-BEFORE
                 IF RV-PLAYER = WS-PARM-ID
                    ADD 1 TO CT-HITS
                    IF WS-MODE = 'EXPORT'
                       PERFORM OPEN-EXTRACT-SECTION
                       PERFORM SHOW-REVIEW-RECORD
                    END-IF
                 ELSE
                    IF WS-MODE = 'ERASE'
                       PERFORM WRITE-REVIEW-TMP
                    END-IF
                 END-IF
                 PERFORM READ-REVIEW
              END-PERFORM
              CLOSE REVIEW-FILE
              IF WS-MODE = 'ERASE'
                 CLOSE REVIEW-TMP-FILE
                 IF CT-HITS > 0
                    PERFORM REWRITE-REVIEW-FILE
                 END-IF
              END-IF
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       READ-REVIEW.
           READ REVIEW-FILE AT END SET NO-MORE-REVIEW TO TRUE
           END-READ
           IF WS-FS-REVIEW NOT = '00' AND WS-FS-REVIEW NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-REVIEW
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       SHOW-REVIEW-RECORD.
           MOVE SPACES TO WS-LINE
           STRING '  SESSION ' DELIMITED BY SIZE
              RV-SESS-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RV-SESS-TIME DELIMITED BY SIZE
              ' FLAG ' DELIMITED BY SIZE
              RV-FLAG DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RV-SEVERITY DELIMITED BY SIZE
              ' STATUS ' DELIMITED BY SIZE
              RV-STATUS DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RV-REVIEWER DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RV-DECIDED DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE SPACES TO WS-LINE
           STRING '    ' DELIMITED BY SIZE
              RV-DETAIL DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE.

       REWRITE-REVIEW-FILE.
           MOVE 'N' TO WS-EOF-TMP
           MOVE 0 TO CT-AFTER
           OPEN INPUT REVIEW-TMP-FILE
           OPEN OUTPUT REVIEW-FILE
           IF WS-FS-RTMP NOT = '00' OR WS-FS-REVIEW NOT = '00'
              DISPLAY 'CANNOT REWRITE [' WS-IN-FILENAME
                 '] - KEPT RECORDS ARE IN [' WS-RTMP-FILENAME ']'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-REVIEW-TMP
           PERFORM UNTIL NO-MORE-TMP
              WRITE REVIEW-RECORD FROM REVIEW-TMP-RECORD
              IF WS-FS-REVIEW NOT = '00'
                 DISPLAY 'ERROR REWRITING [' WS-IN-FILENAME
                    '] - KEPT RECORDS ARE IN [' WS-RTMP-FILENAME ']'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CT-AFTER
              PERFORM READ-REVIEW-TMP
           END-PERFORM
           CLOSE REVIEW-TMP-FILE
           CLOSE REVIEW-FILE.

       WRITE-REVIEW-TMP.
           WRITE REVIEW-TMP-RECORD FROM REVIEW-RECORD
           IF WS-FS-RTMP NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-RTMP-FILENAME '] STATUS='
                 WS-FS-RTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-REVIEW-TMP.
           READ REVIEW-TMP-FILE AT END SET NO-MORE-TMP TO TRUE
           END-READ
           IF WS-FS-RTMP NOT = '00' AND WS-FS-RTMP NOT = '10'
              DISPLAY 'ERROR READING [' WS-RTMP-FILENAME '] STATUS='
                 WS-FS-RTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * ONE DAY'S RESULTS EXTRACT: THE PLAYER'S DETAIL RECORDS. ON
      * ERASE THE TRAILER LOSES THEIR COUNT AND HASH AMOUNTS SO THE
      * FILE STILL BALANCES; THE HEADER IS KEPT AS IT WAS.
      * -------------------------
       PROCESS-RESULTX-FILE.
           MOVE 'N' TO WS-SECTION-OPEN
           MOVE 'N' TO WS-EOF-RESULTX
           MOVE 0 TO CT-BEFORE
           MOVE 0 TO CT-HITS
           MOVE 0 TO CT-HIT-SCORE
           MOVE 0 TO CT-HIT-TURNS
           OPEN INPUT RESULTX-FILE
           IF WS-FS-RESULTX NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              IF WS-MODE = 'ERASE'
                 OPEN OUTPUT RESULTX-TMP-FILE
                 IF WS-FS-XTMP NOT = '00'
                    DISPLAY 'CANNOT OPEN [' WS-XTMP-FILENAME
                       '] STATUS=' WS-FS-XTMP
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              PERFORM READ-RESULTX
              PERFORM UNTIL NO-MORE-RESULTX
                 ADD 1 TO CT-BEFORE
                 IF RX-REC-TYPE = 'D' AND RX-DTL-PLAYER = WS-PARM-ID
                    ADD 1 TO CT-HITS
                    ADD RX-DTL-SCORE TO CT-HIT-SCORE
                    ADD RX-DTL-TURNS TO CT-HIT-TURNS
                    IF WS-MODE = 'EXPORT'
                       PERFORM OPEN-EXTRACT-SECTION
                       PERFORM SHOW-RESULTX-RECORD
                    END-IF
                 ELSE
                    IF WS-MODE = 'ERASE'
                       IF RX-REC-TYPE = 'T'
                          SUBTRACT CT-HITS FROM RX-TRL-RECORDS
                          SUBTRACT CT-HITS FROM RX-TRL-DETAILS
                          SUBTRACT CT-HIT-SCORE FROM RX-TRL-SCORE-HASH
                          SUBTRACT CT-HIT-TURNS FROM RX-TRL-TURNS-HASH
                       END-IF
                       PERFORM WRITE-RESULTX-TMP
                    END-IF
                 END-IF
                 PERFORM READ-RESULTX
              END-PERFORM
              CLOSE RESULTX-FILE
              IF WS-MODE = 'ERASE'
                 CLOSE RESULTX-TMP-FILE
                 IF CT-HITS > 0
                    PERFORM REWRITE-RESULTX-FILE
                 END-IF
              END-IF
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       READ-RESULTX.
           READ RESULTX-FILE AT END SET NO-MORE-RESULTX TO TRUE
           END-READ
           IF WS-FS-RESULTX NOT = '00' AND WS-FS-RESULTX NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-RESULTX
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       SHOW-RESULTX-RECORD.
           MOVE SPACES TO WS-LINE
           STRING '  SESSION ' DELIMITED BY SIZE
              RX-DTL-DATE DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              RX-DTL-TIME DELIMITED BY SIZE
              ' RESULT ' DELIMITED BY SIZE
              RX-DTL-RESULT DELIMITED BY SIZE
              ' ROOM ' DELIMITED BY SIZE
              RX-DTL-ROOM DELIMITED BY SIZE
              ' TURNS ' DELIMITED BY SIZE
              RX-DTL-TURNS DELIMITED BY SIZE
              ' SCORE ' DELIMITED BY SIZE
              RX-DTL-SCORE DELIMITED BY SIZE
              ' ACHIEVEMENTS ' DELIMITED BY SIZE
              RX-DTL-ACH DELIMITED BY SIZE
              INTO WS-LINE
           PERFORM WRITE-EXTRACT-LINE.

       REWRITE-RESULTX-FILE.
           MOVE 'N' TO WS-EOF-TMP
           MOVE 0 TO CT-AFTER
           OPEN INPUT RESULTX-TMP-FILE
           OPEN OUTPUT RESULTX-FILE
           IF WS-FS-XTMP NOT = '00' OR WS-FS-RESULTX NOT = '00'
              DISPLAY 'CANNOT REWRITE [' WS-IN-FILENAME
                 '] - KEPT RECORDS ARE IN [' WS-XTMP-FILENAME ']'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-RESULTX-TMP
           PERFORM UNTIL NO-MORE-TMP
              WRITE RESULTX-RECORD FROM RESULTX-TMP-RECORD
              IF WS-FS-RESULTX NOT = '00'
                 DISPLAY 'ERROR REWRITING [' WS-IN-FILENAME
                    '] - KEPT RECORDS ARE IN [' WS-XTMP-FILENAME ']'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO CT-AFTER
              PERFORM READ-RESULTX-TMP
           END-PERFORM
           CLOSE RESULTX-TMP-FILE
           CLOSE RESULTX-FILE.

       WRITE-RESULTX-TMP.
           WRITE RESULTX-TMP-RECORD FROM RESULTX-RECORD
           IF WS-FS-XTMP NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-XTMP-FILENAME '] STATUS='
                 WS-FS-XTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-RESULTX-TMP.
           READ RESULTX-TMP-FILE AT END SET NO-MORE-TMP TO TRUE
           END-READ
           IF WS-FS-XTMP NOT = '00' AND WS-FS-XTMP NOT = '10'
              DISPLAY 'ERROR READING [' WS-XTMP-FILENAME '] STATUS='
                 WS-FS-XTMP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * A WORK FILE LEFT BY ANOTHER JOB, EMPTIED IF IT IS THERE.
      * IT IS REBUILT ON THAT JOB'S NEXT RUN.
      * -------------------------
       EMPTY-WORK-FILE.
           OPEN INPUT WORK-OUT-FILE
           IF WS-FS-WORK = '00'
              CLOSE WORK-OUT-FILE
              OPEN OUTPUT WORK-OUT-FILE
              IF WS-FS-WORK NOT = '00'
                 DISPLAY 'CANNOT EMPTY [' WS-IN-FILENAME
                    '] STATUS=' WS-FS-WORK
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE WORK-OUT-FILE
              DISPLAY WS-IN-FILENAME(1:30) ' EMPTIED'
           END-IF.

      * -------------------------
      * SAVED GAME: THE WHOLE FILE IS THE PLAYER'S. ERASE EMPTIES IT.
      * -------------------------
       PROCESS-GAMESAVE.
           MOVE WS-GAMESAVE-FILENAME TO WS-IN-FILENAME
           MOVE 'SAVED GAME' TO WS-SECTION-TITLE
           MOVE 'N' TO WS-SECTION-OPEN
           MOVE 'N' TO WS-EOF-GAMESAVE
           MOVE 0 TO CT-BEFORE
           MOVE 0 TO CT-HITS
           OPEN INPUT GAMESAVE-FILE
           IF WS-FS-GAMESAVE NOT = '00'
              PERFORM NOTE-FILE-ABSENT
           ELSE
              PERFORM READ-GAMESAVE
              PERFORM UNTIL NO-MORE-GAMESAVE
                 ADD 1 TO CT-BEFORE
                 ADD 1 TO CT-HITS
                 IF WS-MODE = 'EXPORT'
                    PERFORM OPEN-EXTRACT-SECTION
                    PERFORM SHOW-GAMESAVE-RECORD
                 END-IF
                 PERFORM READ-GAMESAVE
              END-PERFORM
              CLOSE GAMESAVE-FILE
              IF WS-MODE = 'ERASE' AND CT-HITS > 0
                 OPEN OUTPUT GAMESAVE-FILE
                 IF WS-FS-GAMESAVE NOT = '00'
                    DISPLAY 'CANNOT EMPTY [' WS-IN-FILENAME
                       '] STATUS=' WS-FS-GAMESAVE
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 CLOSE GAMESAVE-FILE
              END-IF
              PERFORM SET-AFTER-COUNT
              PERFORM NOTE-FILE-COUNTS
           END-IF.

       READ-GAMESAVE.
           READ GAMESAVE-FILE AT END SET NO-MORE-GAMESAVE TO TRUE
           END-READ
           IF WS-FS-GAMESAVE NOT = '00' AND WS-FS-GAMESAVE NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-GAMESAVE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       SHOW-GAMESAVE-RECORD.
           MOVE SPACES TO WS-LINE
           IF GS-REC-TYPE = 'H'
              MOVE GS-PAYLOAD TO GS-HEADER-REC
              STRING '  SAVED IN ROOM ' DELIMITED BY SIZE
                 GS-CURRENT-ROOM DELIMITED BY SIZE
                 ' SCORE ' DELIMITED BY SIZE
                 GS-SCORE DELIMITED BY SIZE
                 ' TURNS ' DELIMITED BY SIZE
                 GS-TURN-COUNT DELIMITED BY SIZE
                 ' COINS ' DELIMITED BY SIZE
                 GS-COINS DELIMITED BY SIZE
                 ' EPISODE ' DELIMITED BY SIZE
                 GS-EPISODE DELIMITED BY SIZE
                 ' GENERATION ' DELIMITED BY SIZE
                 GS-GENERATION DELIMITED BY SIZE
                 INTO WS-LINE
           ELSE
              STRING '  STATE ' DELIMITED BY SIZE
                 GS-REC-TYPE DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 GS-PAYLOAD(1:40) DELIMITED BY SIZE
                 INTO WS-LINE
           END-IF
           PERFORM WRITE-EXTRACT-LINE.

       DO-NOTHING.

           EXIT.
