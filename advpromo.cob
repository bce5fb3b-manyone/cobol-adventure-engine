       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-PROMOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROOM-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-NUMBER
               FILE STATUS IS WS-FS-IN.
           SELECT ROOM-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RO-NUMBER
               FILE STATUS IS WS-FS-OUT.
           SELECT OBJ-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-NAME
               FILE STATUS IS WS-FS-IN.
           SELECT OBJ-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-NAME
               FILE STATUS IS WS-FS-OUT.
           SELECT CRE-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT CRE-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT NPC-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT NPC-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT EVT-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT EVT-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT HINT-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT HINT-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT SHOP-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT SHOP-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT RCP-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT RCP-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT ACH-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT ACH-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT QST-IN-FILE
               ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-IN.
           SELECT QST-OUT-FILE
               ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-OUT.
           SELECT LANG-PUB-FILE
               ASSIGN DYNAMIC WS-LANG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LANG.
           SELECT HIST-FILE
               ASSIGN DYNAMIC WS-HIST-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-HIST.

       DATA DIVISION.
       FILE SECTION.

       FD  ROOM-IN-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-IN-RECORD.
           03 RI-NUMBER       PIC 9(03).
           03 FILLER          PIC X(217).

       FD  ROOM-OUT-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-OUT-RECORD.
           03 RO-NUMBER       PIC 9(03).
           03 FILLER          PIC X(217).

       FD  OBJ-IN-FILE
              RECORD CONTAINS 148 CHARACTERS.

       01  OBJ-IN-RECORD.
           03 OI-NAME         PIC X(10).
           03 FILLER          PIC X(138).

       FD  OBJ-OUT-FILE
              RECORD CONTAINS 148 CHARACTERS.

       01  OBJ-OUT-RECORD.
           03 OO-NAME         PIC X(10).
           03 FILLER          PIC X(138).

       FD  CRE-IN-FILE
              RECORD CONTAINS 66 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CRE-IN-RECORD PIC X(066).

       FD  CRE-OUT-FILE
              RECORD CONTAINS 66 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CRE-OUT-RECORD PIC X(066).

       FD  NPC-IN-FILE
              RECORD CONTAINS 342 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NPC-IN-RECORD PIC X(342).

       FD  NPC-OUT-FILE
              RECORD CONTAINS 342 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NPC-OUT-RECORD PIC X(342).

       FD  EVT-IN-FILE
              RECORD CONTAINS 88 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EVT-IN-RECORD PIC X(088).

       FD  EVT-OUT-FILE
              RECORD CONTAINS 88 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EVT-OUT-RECORD PIC X(088).

       FD  HINT-IN-FILE
              RECORD CONTAINS 65 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HINT-IN-RECORD PIC X(065).

       FD  HINT-OUT-FILE
              RECORD CONTAINS 65 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HINT-OUT-RECORD PIC X(065).

       FD  SHOP-IN-FILE
              RECORD CONTAINS 152 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SHOP-IN-RECORD PIC X(152).

       FD  SHOP-OUT-FILE
              RECORD CONTAINS 152 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SHOP-OUT-RECORD PIC X(152).

       FD  RCP-IN-FILE
              RECORD CONTAINS 92 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RCP-IN-RECORD PIC X(092).

       FD  RCP-OUT-FILE
              RECORD CONTAINS 92 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RCP-OUT-RECORD PIC X(092).

       FD  ACH-IN-FILE
              RECORD CONTAINS 60 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACH-IN-RECORD PIC X(060).

       FD  ACH-OUT-FILE
              RECORD CONTAINS 60 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACH-OUT-RECORD PIC X(060).

       FD  QST-IN-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  QST-IN-RECORD PIC X(200).

       FD  QST-OUT-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  QST-OUT-RECORD PIC X(200).

      * PUBLISHED LANGUAGE PACKS: ONE RECORD PER PACK THAT IS
      * LIVE FOR PLAYERS, CODE AS USED IN MESSAGES.<CODE>.DAT
       FD  LANG-PUB-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  LANG-PUB-RECORD.
           03 LP-CODE       PIC X(02).
           03 LP-NAME       PIC X(20).
           03 FILLER        PIC X(58).

      * PROMOTION HISTORY: ONE RECORD PER PROMOTE OR ROLLBACK RUN.
      * GATE RESULTS ARE THE GATE PROGRAM'S RETURN CODE, OR '--'
      * FOR A GATE NOT RUN.
       FD  HIST-FILE
              RECORD CONTAINS 80 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HIST-RECORD.
           03 PH-DATE       PIC 9(08).
           03 PH-TIME       PIC 9(06).
           03 PH-OPERATOR   PIC X(10).
           03 PH-ACTION     PIC X(08).
           03 PH-FROM-GEN   PIC 9(05).
           03 PH-TO-GEN     PIC 9(05).
           03 PH-CHECK-RC   PIC X(02).
           03 PH-LANG-RC    PIC X(02).
           03 PH-WALK-RC    PIC X(02).
           03 PH-REPLAY-RC  PIC X(02).
           03 PH-RESULT     PIC X(10).
           03 PH-SOURCE     PIC X(16).
           03 FILLER        PIC X(04).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-IN   PIC X(01) VALUE SPACE.
               88 NO-MORE-IN VALUE 'Y'.
           03 WS-EOF-LANG PIC X(01) VALUE SPACE.
               88 NO-MORE-LANG VALUE 'Y'.
           03 WS-EOF-HIST PIC X(01) VALUE SPACE.
               88 NO-MORE-HIST VALUE 'Y'.

       01 WS-FS-IN       PIC X(02).
       01 WS-FS-OUT      PIC X(02).
       01 WS-FS-LANG     PIC X(02).
       01 WS-FS-HIST     PIC X(02).

       01 WS-DATASET-PARM    PIC X(120) VALUE SPACES.
       01 WS-ACTION          PIC X(08) VALUE SPACES.
       01 WS-ACTION-ARG      PIC X(40) VALUE SPACES.
       01 WS-OPERATOR        PIC X(10) VALUE SPACES.
       01 WS-IN-FILENAME     PIC X(40) VALUE SPACES.
       01 WS-OUT-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-LANG-FILENAME   PIC X(40) VALUE 'langpacks.dat'.
       01 WS-HIST-FILENAME   PIC X(40) VALUE 'promohist.dat'.
       01 WS-WALK-FILENAME   PIC X(40) VALUE SPACES.
       01 WS-MSG-FILENAME    PIC X(40) VALUE SPACES.

      * A DATASET SET IS NAMED BY ITS FILE-NAME PREFIX; LIVE IS
      * THE UNPREFIXED PRODUCTION SET. A SUPERSEDED LIVE SET IS
      * KEPT AS GEN<NNNNN>. FOR ROLLBACK.
       01 WS-STAGE-PREFIX    PIC X(40) VALUE SPACES.
       01 WS-BACKUP-PREFIX   PIC X(40) VALUE SPACES.
       01 WS-FROM-PREFIX     PIC X(40) VALUE SPACES.
       01 WS-TO-PREFIX       PIC X(40) VALUE SPACES.
       01 WS-NAME-PREFIX     PIC X(40) VALUE SPACES.
       01 WS-NAME-BUILT      PIC X(40) VALUE SPACES.
       01 WS-HIST-SOURCE     PIC X(40) VALUE SPACES.
       01 WS-BACKUP-GEN      PIC 9(05) VALUE 0.

       01  WS-FILE-NAMES.
           05 FILLER PIC X(26) VALUE 'ROOMS       rooms         '.
           05 FILLER PIC X(26) VALUE 'OBJECTS     objects       '.
           05 FILLER PIC X(26) VALUE 'CREATURES   creatures     '.
           05 FILLER PIC X(26) VALUE 'NPCS        npcs          '.
           05 FILLER PIC X(26) VALUE 'EVENTS      events        '.
           05 FILLER PIC X(26) VALUE 'HINTS       hints         '.
           05 FILLER PIC X(26) VALUE 'SHOPS       shops         '.
           05 FILLER PIC X(26) VALUE 'RECIPES     recipes       '.
           05 FILLER PIC X(26) VALUE 'ACHIEVEMENTSachievements  '.
           05 FILLER PIC X(26) VALUE 'QUESTS      quests        '.
       01  WS-FILE-TBL REDEFINES WS-FILE-NAMES.
           05 WS-FILE-ENTRY OCCURS 10 TIMES.
              10 WS-FILE-TITLE PIC X(12).
              10 WS-FILE-BASE  PIC X(14).
       01 WS-FILE-IX         PIC 99 VALUE 0.
       01 STAGE-NAMES.
           05 WS-STAGE-NAME  PIC X(40) OCCURS 10 TIMES.

       01 WS-TODAY           PIC 9(08) VALUE 0.
       01 WS-NOW             PIC 9(08) VALUE 0.
       01 WS-GEN-FOUND       PIC X(01) VALUE 'N'.
       01 WS-GEN-READ        PIC 9(05) VALUE 0.
       01 WS-LIVE-GEN        PIC 9(05) VALUE 0.
       01 WS-LIVE-FOUND      PIC X(01) VALUE 'N'.
       01 WS-STAGE-GEN       PIC 9(05) VALUE 0.
       01 WS-TARGET-GEN      PIC 9(05) VALUE 0.
       01 WS-HIGH-GEN        PIC 9(05) VALUE 0.

      * GATES ARE RUN AS SEPARATE JOB STEPS BY THEIR LOAD MODULE
      * NAMES; THE STEP'S EXIT CODE COMES BACK IN THE HIGH-ORDER
      * BYTE OF THE STATUS.
       01 WS-CMD-LINE        PIC X(300) VALUE SPACES.
       01 WS-STEP-STATUS     PIC S9(09) VALUE 0.
       01 WS-STEP-RC         PIC 9(03) VALUE 0.
       01 WS-GATES-OK        PIC X(01) VALUE 'Y'.
       01 WS-CHECK-RC        PIC X(02) VALUE '--'.
       01 WS-LANG-RC         PIC X(02) VALUE '--'.
       01 WS-WALK-RC         PIC X(02) VALUE '--'.
       01 WS-REPLAY-RC       PIC X(02) VALUE '--'.
       01 WS-WORST-LANG      PIC 9(03) VALUE 0.
       01 WS-RC-EDIT         PIC 99 VALUE 0.
       01 WS-RESULT          PIC X(10) VALUE SPACES.
       01 WS-INSTALLING      PIC X(01) VALUE 'N'.

       01 CT-PACKS           PIC 9(03) VALUE 0.
       01 CT-COPIED          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * DATASET PROMOTION. PROMOTE RUNS THE GATES AGAINST A STAGED
      * SET IN ORDER, STOPPING AT THE FIRST FAILURE:
      *   1 ADVENT-CHECK PASSES (RC 4 WARNINGS ARE ALLOWED)
      *   2 ADVENT-LANGCHECK PASSES FOR EVERY PACK IN LANGPACKS.DAT
      *   3 ADVENT-WALK WRITES A WINNING SCRIPT AND THE ENGINE
      *     REPLAYS IT TO THAT WIN
      * THEN BACKS UP THE LIVE SET AS GEN<NNNNN>. UNDER ITS OWN
      * GENERATION AND INSTALLS THE STAGED SET. THE STAGED
      * GENERATION MUST BE ABOVE ANY EVER INSTALLED, SO A BACKUP
      * NAME IS NEVER REUSED. ROLLBACK REINSTATES A BACKED-UP
      * GENERATION (BACKING UP THE CURRENT LIVE SET FIRST).
      * EVERY RUN IS RECORDED IN PROMOHIST.DAT.
      * RC 8 = GATES FAILED OR REFUSED, NOTHING INSTALLED;
      * RC 12 = COPY FAILED, LIVE SET MUST BE ROLLED BACK.
      * PARM: PROMOTE <STAGE-PREFIX> <OPERATOR>
      *       ROLLBACK <GENERATION> <OPERATOR>
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-ACTION WS-ACTION-ARG WS-OPERATOR
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME

           IF (WS-ACTION NOT = 'PROMOTE' AND
               WS-ACTION NOT = 'ROLLBACK')
              OR WS-ACTION-ARG = SPACES OR WS-OPERATOR = SPACES
              DISPLAY 'USAGE: PROMOTE <STAGE-PREFIX> <OPERATOR>'
              DISPLAY '       ROLLBACK <GENERATION> <OPERATOR>'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'DATASET PROMOTION - ' WS-ACTION
           DISPLAY 'RUN ' WS-TODAY ' ' WS-NOW(1:6)
              ' BY ' WS-OPERATOR
           DISPLAY SPACE

           MOVE 'LIVE' TO WS-NAME-PREFIX
           PERFORM READ-SET-GENERATION
           MOVE WS-GEN-FOUND TO WS-LIVE-FOUND
           MOVE WS-GEN-READ TO WS-LIVE-GEN
           IF WS-LIVE-FOUND = 'Y'
              DISPLAY 'LIVE GENERATION:   ' WS-LIVE-GEN
           ELSE
              DISPLAY 'NO LIVE SET INSTALLED.'
           END-IF

           IF WS-ACTION = 'PROMOTE'
              PERFORM PROMOTE-STAGED-SET
           ELSE
              PERFORM ROLLBACK-GENERATION
           END-IF
           STOP RUN.

      * -------------------------
      * PROMOTE: GATES, BACKUP, INSTALL
      * -------------------------
       PROMOTE-STAGED-SET.
           MOVE WS-ACTION-ARG TO WS-STAGE-PREFIX
           MOVE WS-STAGE-PREFIX TO WS-HIST-SOURCE
           IF WS-STAGE-PREFIX = 'LIVE'
              DISPLAY 'THE LIVE SET CANNOT BE PROMOTED OVER ITSELF.'
              MOVE 'REFUSED' TO WS-RESULT
              PERFORM WRITE-HISTORY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-STAGE-PREFIX TO WS-NAME-PREFIX
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 10
              PERFORM BUILD-SET-FILENAME
              MOVE WS-NAME-BUILT TO WS-STAGE-NAME(WS-FILE-IX)
           END-PERFORM
           PERFORM READ-SET-GENERATION
           MOVE WS-GEN-READ TO WS-STAGE-GEN WS-TARGET-GEN
           IF WS-GEN-FOUND = 'N'
              DISPLAY 'STAGED SET [' WS-STAGE-PREFIX
                 '] HAS NO ROOMS FILE OR NO MANIFEST.'
              MOVE 'REFUSED' TO WS-RESULT
              PERFORM WRITE-HISTORY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'STAGED GENERATION: ' WS-STAGE-GEN
              ' [' WS-STAGE-PREFIX ']'

           PERFORM FIND-HIGHEST-GENERATION
           IF WS-STAGE-GEN NOT > WS-HIGH-GEN
              DISPLAY 'STAGED GENERATION MUST BE ABOVE ' WS-HIGH-GEN
                 ', THE HIGHEST ALREADY USED.'
              MOVE 'REFUSED' TO WS-RESULT
              PERFORM WRITE-HISTORY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY SPACE

           MOVE 'Y' TO WS-GATES-OK
           PERFORM GATE-DATASET-CHECK
           IF WS-GATES-OK = 'Y'
              PERFORM GATE-LANGUAGE-PACKS
           END-IF
           IF WS-GATES-OK = 'Y'
              PERFORM GATE-WALK-REPLAY
           END-IF

           DISPLAY SPACE
           DISPLAY '--- GATE RESULTS ---'
           DISPLAY 'ADVENT-CHECK      RC ' WS-CHECK-RC
           DISPLAY 'ADVENT-LANGCHECK  RC ' WS-LANG-RC
              ' (' CT-PACKS ' PACKS)'
           DISPLAY 'ADVENT-WALK       RC ' WS-WALK-RC
           DISPLAY 'ENGINE REPLAY     RC ' WS-REPLAY-RC
           DISPLAY SPACE

           IF WS-GATES-OK = 'N'
              DISPLAY 'PROMOTION REJECTED - LIVE SET UNCHANGED.'
              MOVE 'REJECTED' TO WS-RESULT
              PERFORM WRITE-HISTORY
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'Y' TO WS-INSTALLING
              PERFORM BACKUP-LIVE-SET
              MOVE WS-STAGE-PREFIX TO WS-FROM-PREFIX
              MOVE 'LIVE' TO WS-TO-PREFIX
              DISPLAY 'INSTALLING [' WS-STAGE-PREFIX '] AS LIVE'
              PERFORM COPY-SET
              PERFORM VERIFY-LIVE-GENERATION
              DISPLAY 'PROMOTED: GENERATION ' WS-LIVE-GEN ' -> '
                 WS-STAGE-GEN
              MOVE 'INSTALLED' TO WS-RESULT
              PERFORM WRITE-HISTORY
           END-IF.

      * GATE 1: REACHABILITY, DEAD ENDS AND WINNABILITY
       GATE-DATASET-CHECK.
           MOVE SPACES TO WS-CMD-LINE
           STRING 'advcheck ' DELIMITED BY SIZE
              WS-STAGE-NAME(1) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-STAGE-NAME(2) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-STAGE-NAME(3) DELIMITED BY SPACE
              INTO WS-CMD-LINE
           PERFORM RUN-STEP
           MOVE WS-STEP-RC TO WS-RC-EDIT
           MOVE WS-RC-EDIT TO WS-CHECK-RC
           IF WS-STEP-RC > 4
              DISPLAY 'GATE 1 FAILED: ADVENT-CHECK RC ' WS-CHECK-RC
              MOVE 'N' TO WS-GATES-OK
           END-IF.

      * GATE 2: EVERY PUBLISHED PACK STILL COVERS THE CATALOG. NO
      * LANGPACKS.DAT MEANS NO PACK IS PUBLISHED.
       GATE-LANGUAGE-PACKS.
           MOVE 0 TO WS-WORST-LANG CT-PACKS
           MOVE SPACE TO WS-EOF-LANG
           OPEN INPUT LANG-PUB-FILE
           IF WS-FS-LANG NOT = '00'
              DISPLAY 'NO PUBLISHED LANGUAGE PACKS [' WS-LANG-FILENAME
                 ']'
           ELSE
              PERFORM READ-LANG-PUB
              PERFORM UNTIL NO-MORE-LANG
                 IF LP-CODE NOT = SPACES
                    PERFORM CHECK-ONE-PACK
                 END-IF
                 PERFORM READ-LANG-PUB
              END-PERFORM
              CLOSE LANG-PUB-FILE
           END-IF
           MOVE WS-WORST-LANG TO WS-RC-EDIT
           MOVE WS-RC-EDIT TO WS-LANG-RC
           IF WS-WORST-LANG > 4
              DISPLAY 'GATE 2 FAILED: ADVENT-LANGCHECK RC ' WS-LANG-RC
              MOVE 'N' TO WS-GATES-OK
           END-IF.

       CHECK-ONE-PACK.
           ADD 1 TO CT-PACKS
           MOVE SPACES TO WS-MSG-FILENAME
           STRING 'messages.' DELIMITED BY SIZE
              LP-CODE DELIMITED BY SPACE
              '.dat' DELIMITED BY SIZE
              INTO WS-MSG-FILENAME
           MOVE SPACES TO WS-CMD-LINE
           STRING 'advlang ' DELIMITED BY SIZE
              WS-MSG-FILENAME DELIMITED BY SPACE
              INTO WS-CMD-LINE
           PERFORM RUN-STEP
           IF WS-STEP-RC > WS-WORST-LANG
              MOVE WS-STEP-RC TO WS-WORST-LANG
           END-IF
           IF WS-STEP-RC > 4
              DISPLAY 'PACK ' LP-CODE ' ' LP-NAME ' FAILED, RC '
                 WS-STEP-RC
           END-IF.

      * GATE 3: GENERATE THE WALKTHROUGH FOR THE STAGED SET, THEN
      * REPLAY IT THROUGH THE ENGINE ON THE STAGED FILES. THE
      * SCRIPT'S '*END*' TRAILER IS THE WIN; THE ENGINE SETS RC 8
      * UNLESS IT ENDS IN THAT ROOM, WITH THAT SCORE AND RESULT.
       GATE-WALK-REPLAY.
           MOVE SPACES TO WS-WALK-FILENAME
           STRING WS-STAGE-PREFIX DELIMITED BY SPACE
              'walkthru.dat' DELIMITED BY SIZE
              INTO WS-WALK-FILENAME
           MOVE SPACES TO WS-CMD-LINE
           STRING 'advwalk ' DELIMITED BY SIZE
              WS-STAGE-NAME(1) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-STAGE-NAME(2) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-STAGE-NAME(3) DELIMITED BY SPACE
              ' ' DELIMITED BY SIZE
              WS-WALK-FILENAME DELIMITED BY SPACE
              INTO WS-CMD-LINE
           PERFORM RUN-STEP
           MOVE WS-STEP-RC TO WS-RC-EDIT
           MOVE WS-RC-EDIT TO WS-WALK-RC
           IF WS-STEP-RC NOT = 0
              DISPLAY 'GATE 3 FAILED: ADVENT-WALK RC ' WS-WALK-RC
              MOVE 'N' TO WS-GATES-OK
           ELSE
              MOVE SPACES TO WS-CMD-LINE
              STRING 'adventure ' DELIMITED BY SIZE
                 WS-STAGE-NAME(1) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(2) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(3) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(4) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(5) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(6) DELIMITED BY SPACE
                 ' messages.dat ' DELIMITED BY SIZE
                 WS-WALK-FILENAME DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(7) DELIMITED BY SPACE
                 ' ' DELIMITED BY SIZE
                 WS-STAGE-NAME(8) DELIMITED BY SPACE
                 INTO WS-CMD-LINE
              PERFORM RUN-STEP
              MOVE WS-STEP-RC TO WS-RC-EDIT
              MOVE WS-RC-EDIT TO WS-REPLAY-RC
              IF WS-STEP-RC NOT = 0
                 DISPLAY 'GATE 3 FAILED: REPLAY DID NOT REACH THE WIN,'
                    ' RC ' WS-REPLAY-RC
                 MOVE 'N' TO WS-GATES-OK
              END-IF
           END-IF.

       RUN-STEP.
           DISPLAY '*** STEP: ' WS-CMD-LINE(1:100)
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
           END-IF
           DISPLAY '*** STEP RC ' WS-STEP-RC.

      * -------------------------
      * ROLLBACK: REINSTATE GEN<NNNNN>.
      * -------------------------
       ROLLBACK-GENERATION.
           IF WS-ACTION-ARG(1:5) NOT NUMERIC
              OR WS-ACTION-ARG(6:35) NOT = SPACES
              DISPLAY 'ROLLBACK GENERATION MUST BE FIVE DIGITS.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-ACTION-ARG(1:5) TO WS-TARGET-GEN WS-BACKUP-GEN
           PERFORM BUILD-BACKUP-PREFIX
           MOVE WS-BACKUP-PREFIX TO WS-HIST-SOURCE
           MOVE WS-BACKUP-PREFIX TO WS-NAME-PREFIX
           PERFORM READ-SET-GENERATION
           IF WS-GEN-FOUND = 'N' OR WS-GEN-READ NOT = WS-TARGET-GEN
              DISPLAY 'NO BACKUP OF GENERATION ' WS-TARGET-GEN
                 ' [' WS-BACKUP-PREFIX ']'
              MOVE 'REFUSED' TO WS-RESULT
              PERFORM WRITE-HISTORY
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-LIVE-FOUND = 'Y' AND WS-LIVE-GEN = WS-TARGET-GEN
              DISPLAY 'GENERATION ' WS-TARGET-GEN ' IS ALREADY LIVE.'
              MOVE 'NO CHANGE' TO WS-RESULT
              PERFORM WRITE-HISTORY
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'Y' TO WS-INSTALLING
           PERFORM BACKUP-LIVE-SET
           MOVE WS-TARGET-GEN TO WS-BACKUP-GEN
           PERFORM BUILD-BACKUP-PREFIX
           MOVE WS-BACKUP-PREFIX TO WS-FROM-PREFIX
           MOVE 'LIVE' TO WS-TO-PREFIX
           DISPLAY 'REINSTATING [' WS-BACKUP-PREFIX '] AS LIVE'
           PERFORM COPY-SET
           MOVE WS-TARGET-GEN TO WS-STAGE-GEN
           PERFORM VERIFY-LIVE-GENERATION
           DISPLAY 'ROLLED BACK: GENERATION ' WS-LIVE-GEN ' -> '
              WS-TARGET-GEN
           MOVE 'RESTORED' TO WS-RESULT
           PERFORM WRITE-HISTORY.

       BUILD-BACKUP-PREFIX.
           MOVE SPACES TO WS-BACKUP-PREFIX
           STRING 'gen' DELIMITED BY SIZE
              WS-BACKUP-GEN DELIMITED BY SIZE
              '.' DELIMITED BY SIZE
              INTO WS-BACKUP-PREFIX.

      * THE LIVE SET IS SAVED UNDER ITS OWN GENERATION NUMBER
      * BEFORE ANYTHING IS INSTALLED OVER IT
       BACKUP-LIVE-SET.
           IF WS-LIVE-FOUND = 'Y'
              MOVE WS-LIVE-GEN TO WS-BACKUP-GEN
              PERFORM BUILD-BACKUP-PREFIX
              MOVE 'LIVE' TO WS-FROM-PREFIX
              MOVE WS-BACKUP-PREFIX TO WS-TO-PREFIX
              DISPLAY 'BACKING UP LIVE GENERATION ' WS-LIVE-GEN
                 ' TO [' WS-BACKUP-PREFIX ']'
              PERFORM COPY-SET
           END-IF.

       VERIFY-LIVE-GENERATION.
           MOVE 'LIVE' TO WS-NAME-PREFIX
           PERFORM READ-SET-GENERATION
           IF WS-GEN-FOUND = 'N' OR WS-GEN-READ NOT = WS-STAGE-GEN
              DISPLAY 'LIVE MANIFEST SHOWS GENERATION ' WS-GEN-READ
                 ', EXPECTED ' WS-STAGE-GEN
              MOVE 'FAILED' TO WS-RESULT
              PERFORM COPY-FAILED
           END-IF.

      * -------------------------
      * COPY ALL TEN FILES OF ONE SET OVER ANOTHER. A FILE MISSING
      * FROM THE SOURCE SET IS LEFT EMPTY IN THE TARGET, SO THE
      * TARGET ENDS UP EXACTLY LIKE THE SOURCE.
      * -------------------------
       COPY-SET.
           PERFORM COPY-ONE-FILE
              VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 10.

       COPY-ONE-FILE.
           MOVE 0 TO CT-COPIED
           MOVE SPACE TO WS-EOF-IN
           MOVE WS-FROM-PREFIX TO WS-NAME-PREFIX
           PERFORM BUILD-SET-FILENAME
           MOVE WS-NAME-BUILT TO WS-IN-FILENAME
           MOVE WS-TO-PREFIX TO WS-NAME-PREFIX
           PERFORM BUILD-SET-FILENAME
           MOVE WS-NAME-BUILT TO WS-OUT-FILENAME
           PERFORM OPEN-COPY-OUT
           IF WS-FS-OUT NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-OUT-FILENAME '] STATUS='
                 WS-FS-OUT
              MOVE 'FAILED' TO WS-RESULT
              PERFORM COPY-FAILED
           END-IF
           PERFORM OPEN-COPY-IN
           IF WS-FS-IN NOT = '00'
              DISPLAY '   ' WS-FILE-TITLE(WS-FILE-IX)
                 ' NOT IN SOURCE SET - TARGET EMPTIED'
           ELSE
              PERFORM READ-COPY-IN
              PERFORM UNTIL NO-MORE-IN
                 PERFORM WRITE-COPY-OUT
                 IF WS-FS-OUT NOT = '00'
                    DISPLAY 'ERROR WRITING [' WS-OUT-FILENAME
                       '] STATUS=' WS-FS-OUT
                    MOVE 'FAILED' TO WS-RESULT
                    PERFORM COPY-FAILED
                 END-IF
                 ADD 1 TO CT-COPIED
                 PERFORM READ-COPY-IN
              END-PERFORM
              PERFORM CLOSE-COPY-IN
              DISPLAY '   ' WS-FILE-TITLE(WS-FILE-IX) ' '
                 CT-COPIED ' RECORDS'
           END-IF
           PERFORM CLOSE-COPY-OUT.

      * A COPY THAT FAILS PART WAY THROUGH AN INSTALL LEAVES A MIXED
      * LIVE SET: RECORD IT AND TELL THE OPERATOR WHAT TO REINSTATE
       COPY-FAILED.
           PERFORM WRITE-HISTORY
           IF WS-INSTALLING = 'Y' AND WS-LIVE-FOUND = 'Y'
              DISPLAY 'LIVE SET MAY BE INCOMPLETE - RUN ROLLBACK '
                 WS-LIVE-GEN
           END-IF
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      * -------------------------
      * FILE NAME OF ONE DATASET FILE IN THE SET WS-NAME-PREFIX
      * -------------------------
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
           MOVE WS-NAME-BUILT TO WS-IN-FILENAME
           OPEN INPUT ROOM-IN-FILE
           IF WS-FS-IN = '00'
              MOVE 999 TO RI-NUMBER
              READ ROOM-IN-FILE
              IF WS-FS-IN = '00'
                 AND ROOM-IN-RECORD(100:8) = 'MANIFEST'
                 AND ROOM-IN-RECORD(120:5) NUMERIC
                 MOVE 'Y' TO WS-GEN-FOUND
                 MOVE ROOM-IN-RECORD(120:5) TO WS-GEN-READ
              END-IF
              CLOSE ROOM-IN-FILE
           END-IF.

      * THE HIGHEST GENERATION EVER LIVE: THE CURRENT ONE AND ANY
      * NAMED IN THE HISTORY
       FIND-HIGHEST-GENERATION.
           MOVE WS-LIVE-GEN TO WS-HIGH-GEN
           MOVE SPACE TO WS-EOF-HIST
           OPEN INPUT HIST-FILE
           IF WS-FS-HIST = '00'
              PERFORM READ-HIST
              PERFORM UNTIL NO-MORE-HIST
                 IF PH-RESULT = 'INSTALLED' OR PH-RESULT = 'RESTORED'
                    IF PH-FROM-GEN > WS-HIGH-GEN
                       MOVE PH-FROM-GEN TO WS-HIGH-GEN
                    END-IF
                    IF PH-TO-GEN > WS-HIGH-GEN
                       MOVE PH-TO-GEN TO WS-HIGH-GEN
                    END-IF
                 END-IF
                 PERFORM READ-HIST
              END-PERFORM
              CLOSE HIST-FILE
           END-IF.

       WRITE-HISTORY.
           OPEN EXTEND HIST-FILE
           IF WS-FS-HIST NOT = '00'
              OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-FS-HIST NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-HIST-FILENAME '] STATUS='
                 WS-FS-HIST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO HIST-RECORD
           MOVE WS-TODAY TO PH-DATE
           MOVE WS-NOW(1:6) TO PH-TIME
           MOVE WS-OPERATOR TO PH-OPERATOR
           MOVE WS-ACTION TO PH-ACTION
           MOVE WS-LIVE-GEN TO PH-FROM-GEN
           MOVE WS-TARGET-GEN TO PH-TO-GEN
           MOVE WS-CHECK-RC TO PH-CHECK-RC
           MOVE WS-LANG-RC TO PH-LANG-RC
           MOVE WS-WALK-RC TO PH-WALK-RC
           MOVE WS-REPLAY-RC TO PH-REPLAY-RC
           MOVE WS-RESULT TO PH-RESULT
           MOVE WS-HIST-SOURCE TO PH-SOURCE
           WRITE HIST-RECORD
           CLOSE HIST-FILE
           DISPLAY 'HISTORY: ' WS-ACTION ' ' PH-FROM-GEN ' -> '
              PH-TO-GEN ' ' WS-RESULT.

       READ-LANG-PUB.
           READ LANG-PUB-FILE AT END SET NO-MORE-LANG TO TRUE
           END-READ
           IF WS-FS-LANG NOT = '00' AND WS-FS-LANG NOT = '10'
              DISPLAY 'ERROR READING [' WS-LANG-FILENAME '] STATUS='
                 WS-FS-LANG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       READ-HIST.
           READ HIST-FILE AT END SET NO-MORE-HIST TO TRUE
           END-READ
           IF WS-FS-HIST NOT = '00' AND WS-FS-HIST NOT = '10'
              DISPLAY 'ERROR READING [' WS-HIST-FILENAME '] STATUS='
                 WS-FS-HIST
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       OPEN-COPY-IN.
           EVALUATE WS-FILE-IX
              WHEN 1
                 OPEN INPUT ROOM-IN-FILE
              WHEN 2
                 OPEN INPUT OBJ-IN-FILE
              WHEN 3
                 OPEN INPUT CRE-IN-FILE
              WHEN 4
                 OPEN INPUT NPC-IN-FILE
              WHEN 5
                 OPEN INPUT EVT-IN-FILE
              WHEN 6
                 OPEN INPUT HINT-IN-FILE
              WHEN 7
                 OPEN INPUT SHOP-IN-FILE
              WHEN 8
                 OPEN INPUT RCP-IN-FILE
              WHEN 9
                 OPEN INPUT ACH-IN-FILE
              WHEN OTHER
                 OPEN INPUT QST-IN-FILE
           END-EVALUATE.

       OPEN-COPY-OUT.
           EVALUATE WS-FILE-IX
              WHEN 1
                 OPEN OUTPUT ROOM-OUT-FILE
              WHEN 2
                 OPEN OUTPUT OBJ-OUT-FILE
              WHEN 3
                 OPEN OUTPUT CRE-OUT-FILE
              WHEN 4
                 OPEN OUTPUT NPC-OUT-FILE
              WHEN 5
                 OPEN OUTPUT EVT-OUT-FILE
              WHEN 6
                 OPEN OUTPUT HINT-OUT-FILE
              WHEN 7
                 OPEN OUTPUT SHOP-OUT-FILE
              WHEN 8
                 OPEN OUTPUT RCP-OUT-FILE
              WHEN 9
                 OPEN OUTPUT ACH-OUT-FILE
              WHEN OTHER
                 OPEN OUTPUT QST-OUT-FILE
           END-EVALUATE.

       CLOSE-COPY-IN.
           EVALUATE WS-FILE-IX
              WHEN 1
                 CLOSE ROOM-IN-FILE
              WHEN 2
                 CLOSE OBJ-IN-FILE
              WHEN 3
                 CLOSE CRE-IN-FILE
              WHEN 4
                 CLOSE NPC-IN-FILE
              WHEN 5
                 CLOSE EVT-IN-FILE
              WHEN 6
                 CLOSE HINT-IN-FILE
              WHEN 7
                 CLOSE SHOP-IN-FILE
              WHEN 8
                 CLOSE RCP-IN-FILE
              WHEN 9
                 CLOSE ACH-IN-FILE
              WHEN OTHER
                 CLOSE QST-IN-FILE
           END-EVALUATE.

       CLOSE-COPY-OUT.
           EVALUATE WS-FILE-IX
              WHEN 1
                 CLOSE ROOM-OUT-FILE
              WHEN 2
                 CLOSE OBJ-OUT-FILE
              WHEN 3
                 CLOSE CRE-OUT-FILE
              WHEN 4
                 CLOSE NPC-OUT-FILE
              WHEN 5
                 CLOSE EVT-OUT-FILE
              WHEN 6
                 CLOSE HINT-OUT-FILE
              WHEN 7
                 CLOSE SHOP-OUT-FILE
              WHEN 8
                 CLOSE RCP-OUT-FILE
              WHEN 9
                 CLOSE ACH-OUT-FILE
              WHEN OTHER
                 CLOSE QST-OUT-FILE
           END-EVALUATE.

       READ-COPY-IN.
           EVALUATE WS-FILE-IX
              WHEN 1
                 READ ROOM-IN-FILE NEXT RECORD
                    AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 2
                 READ OBJ-IN-FILE NEXT RECORD
                    AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 3
                 READ CRE-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 4
                 READ NPC-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 5
                 READ EVT-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 6
                 READ HINT-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 7
                 READ SHOP-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 8
                 READ RCP-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN 9
                 READ ACH-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
              WHEN OTHER
                 READ QST-IN-FILE AT END SET NO-MORE-IN TO TRUE
                 END-READ
           END-EVALUATE
           IF WS-FS-IN NOT = '00' AND WS-FS-IN NOT = '10'
              DISPLAY 'ERROR READING [' WS-IN-FILENAME '] STATUS='
                 WS-FS-IN
              MOVE 'FAILED' TO WS-RESULT
              PERFORM COPY-FAILED
           END-IF
           CONTINUE.

       WRITE-COPY-OUT.
           EVALUATE WS-FILE-IX
              WHEN 1
                 MOVE ROOM-IN-RECORD TO ROOM-OUT-RECORD
                 WRITE ROOM-OUT-RECORD
              WHEN 2
                 MOVE OBJ-IN-RECORD TO OBJ-OUT-RECORD
                 WRITE OBJ-OUT-RECORD
              WHEN 3
                 MOVE CRE-IN-RECORD TO CRE-OUT-RECORD
                 WRITE CRE-OUT-RECORD
              WHEN 4
                 MOVE NPC-IN-RECORD TO NPC-OUT-RECORD
                 WRITE NPC-OUT-RECORD
              WHEN 5
                 MOVE EVT-IN-RECORD TO EVT-OUT-RECORD
                 WRITE EVT-OUT-RECORD
              WHEN 6
                 MOVE HINT-IN-RECORD TO HINT-OUT-RECORD
                 WRITE HINT-OUT-RECORD
              WHEN 7
                 MOVE SHOP-IN-RECORD TO SHOP-OUT-RECORD
                 WRITE SHOP-OUT-RECORD
              WHEN 8
                 MOVE RCP-IN-RECORD TO RCP-OUT-RECORD
                 WRITE RCP-OUT-RECORD
              WHEN 9
                 MOVE ACH-IN-RECORD TO ACH-OUT-RECORD
                 WRITE ACH-OUT-RECORD
              WHEN OTHER
                 MOVE QST-IN-RECORD TO QST-OUT-RECORD
                 WRITE QST-OUT-RECORD
           END-EVALUATE.
