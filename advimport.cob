       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-IMPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROOM-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-REC-NUMBER
               FILE STATUS IS WS-FS-DATA.
           SELECT OBJ-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBJ-REC-NAME
               FILE STATUS IS WS-FS-DATA.
           SELECT CRE-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT NPC-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT EVT-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT HINT-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT SHOP-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT RCP-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT ACH-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT QST-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT CSV-FILE
               ASSIGN DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CSV.

       DATA DIVISION.
       FILE SECTION.

       FD  ROOM-FILE
              RECORD CONTAINS 220 CHARACTERS.

       01  ROOM-RECORD.
           03 ROOM-REC-NUMBER PIC 9(03).
           03 FILLER          PIC X(217).

       FD  OBJ-FILE
              RECORD CONTAINS 148 CHARACTERS.

       01  OBJ-RECORD.
           03 OBJ-REC-NAME    PIC X(10).
           03 FILLER          PIC X(138).

       FD  CRE-FILE
              RECORD CONTAINS 66 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  CRE-RECORD PIC X(66).

       FD  NPC-FILE
              RECORD CONTAINS 342 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  NPC-RECORD PIC X(342).

       FD  EVT-FILE
              RECORD CONTAINS 88 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  EVT-RECORD PIC X(88).

       FD  HINT-FILE
              RECORD CONTAINS 65 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  HINT-RECORD PIC X(65).

       FD  SHOP-FILE
              RECORD CONTAINS 152 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SHOP-RECORD PIC X(152).

       FD  RCP-FILE
              RECORD CONTAINS 92 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  RCP-RECORD PIC X(92).

       FD  ACH-FILE
              RECORD CONTAINS 60 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  ACH-RECORD PIC X(60).

       FD  QST-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  QST-RECORD PIC X(200).

      * ONE SPREADSHEET ROW: COMMA-DELIMITED, TEXT FIELDS QUOTED
      * WITH ANY EMBEDDED QUOTE DOUBLED, NUMBERS BARE
       FD  CSV-FILE
              RECORD CONTAINS 800 CHARACTERS.

       01  CSV-RECORD PIC X(800).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-DATA PIC X(01) VALUE SPACE.
               88 NO-MORE-DATA VALUE 'Y'.
           03 WS-EOF-CSV PIC X(01) VALUE SPACE.
               88 NO-MORE-CSV VALUE 'Y'.

       01 WS-FS-DATA     PIC X(02).
       01 WS-FS-CSV      PIC X(02).

       01 WS-DATASET-PARM    PIC X(120) VALUE SPACES.
       01 WS-SET-PREFIX      PIC X(40) VALUE SPACES.
       01 WS-CSV-PREFIX      PIC X(40) VALUE SPACES.
       01 WS-DAT-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-CSV-FILENAME    PIC X(40) VALUE SPACES.

      * THE TEN DATASET FILES: TITLE, BASE FILE NAME, THE CODE
      * THAT SELECTS THEIR COLUMNS IN WS-CSV-DEFS, RECORD LENGTH
       01  WS-FILE-NAMES.
           05 FILLER PIC X(30) VALUE 'ROOMS       rooms         R220'.
           05 FILLER PIC X(30) VALUE 'OBJECTS     objects       O148'.
           05 FILLER PIC X(30) VALUE 'CREATURES   creatures     C066'.
           05 FILLER PIC X(30) VALUE 'NPCS        npcs          N342'.
           05 FILLER PIC X(30) VALUE 'EVENTS      events        E088'.
           05 FILLER PIC X(30) VALUE 'HINTS       hints         H065'.
           05 FILLER PIC X(30) VALUE 'SHOPS       shops         S152'.
           05 FILLER PIC X(30) VALUE 'RECIPES     recipes       Q092'.
           05 FILLER PIC X(30) VALUE 'ACHIEVEMENTSachievements  A060'.
           05 FILLER PIC X(30) VALUE 'QUESTS      quests        U200'.
       01  WS-FILE-TBL REDEFINES WS-FILE-NAMES.
           05 WS-FILE-ENTRY OCCURS 10 TIMES.
              10 WS-FILE-TITLE PIC X(12).
              10 WS-FILE-BASE  PIC X(14).
              10 WS-FILE-CODE  PIC X(01).
              10 WS-FILE-RECL  PIC 9(03).
       01 WS-FILE-IX         PIC 99 VALUE 0.

      * ONE ENTRY PER COLUMN, IN COLUMN ORDER: FILE CODE, HEADER
      * NAME, OFFSET AND LENGTH IN THE RECORD, AND N FOR A NUMBER
      * OR X FOR TEXT. ADVENT-EXPORT AND ADVENT-IMPORT MUST CARRY
      * THE SAME TABLE.
       01  WS-CSV-DEFS.
           05 FILLER PIC X(28) VALUE
              'RROOM-NUMBER         001003N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-NORTH          004002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-EAST           006002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-WEST           008002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-SOUTH          010002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-UP             012002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-DOWN           014002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-NORTHEAST      016002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-NORTHWEST      018002N'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-NORTH     020010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-EAST      030010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-WEST      040010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-SOUTH     050010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-UP        060010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-DOWN      070010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-NORTHEAST 080010X'.
           05 FILLER PIC X(28) VALUE
              'REXIT-REQD-NORTHWEST 090010X'.
           05 FILLER PIC X(28) VALUE
              'RROOM-NAME           100020X'.
           05 FILLER PIC X(28) VALUE
              'RROOM-DESC           120100X'.
           05 FILLER PIC X(28) VALUE
              'RROOM-DARK           220001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-NAME            001010X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-LOCATION        011002N'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-PORTABLE        013001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-TAKEN           014001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-USED            015001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-REQD-OBJ        016010X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-USE-ROOM        026002N'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-IS-WIN          028001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-DESC            029040X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-USE-MSG         069060X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-POINTS          129003N'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-WEIGHT          132002N'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-IS-CONT         134001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-IS-OPEN         135001X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-CARRY-BONUS     136002N'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-IN-OBJECT       138010X'.
           05 FILLER PIC X(28) VALUE
              'OOBJ-IS-LIGHT        148001X'.
           05 FILLER PIC X(28) VALUE
              'CCRE-NAME            001010X'.
           05 FILLER PIC X(28) VALUE
              'CCRE-ROOM            011002N'.
           05 FILLER PIC X(28) VALUE
              'CCRE-HP              013003N'.
           05 FILLER PIC X(28) VALUE
              'CCRE-KILL-OBJ        016010X'.
           05 FILLER PIC X(28) VALUE
              'CCRE-BLOCKS          026001X'.
           05 FILLER PIC X(28) VALUE
              'CCRE-DESC            027040X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-NAME            001010X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-ROOM            011002N'.
           05 FILLER PIC X(28) VALUE
              'NNPC-KEYWORD-1       013010X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-RESPONSE-1      023060X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-KEYWORD-2       083010X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-RESPONSE-2      093060X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-KEYWORD-3       153010X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-RESPONSE-3      163060X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-WANT-OBJ        223010X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-GIVE-OBJ        233010X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-GIVE-MSG        243060X'.
           05 FILLER PIC X(28) VALUE
              'NNPC-DESC            303040X'.
           05 FILLER PIC X(28) VALUE
              'EEVT-TURN            001004N'.
           05 FILLER PIC X(28) VALUE
              'EEVT-EVERY           005001X'.
           05 FILLER PIC X(28) VALUE
              'EEVT-ACTION          006008X'.
           05 FILLER PIC X(28) VALUE
              'EEVT-ROOM            014002N'.
           05 FILLER PIC X(28) VALUE
              'EEVT-DIR             016001N'.
           05 FILLER PIC X(28) VALUE
              'EEVT-TARGET          017002N'.
           05 FILLER PIC X(28) VALUE
              'EEVT-OBJECT          019010X'.
           05 FILLER PIC X(28) VALUE
              'EEVT-MSG             029060X'.
           05 FILLER PIC X(28) VALUE
              'HHINT-ROOM           001002N'.
           05 FILLER PIC X(28) VALUE
              'HHINT-COST           003003N'.
           05 FILLER PIC X(28) VALUE
              'HHINT-TEXT           006060X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-NAME           001010X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-ROOM           011002N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-DESC           013040X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-OBJ-1          053010X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-BUY-1          063005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-SELL-1         068005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-OBJ-2          073010X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-BUY-2          083005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-SELL-2         088005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-OBJ-3          093010X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-BUY-3          103005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-SELL-3         108005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-OBJ-4          113010X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-BUY-4          123005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-SELL-4         128005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-OBJ-5          133010X'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-BUY-5          143005N'.
           05 FILLER PIC X(28) VALUE
              'SSHOP-SELL-5         148005N'.
           05 FILLER PIC X(28) VALUE
              'QRCP-ING1            001010X'.
           05 FILLER PIC X(28) VALUE
              'QRCP-ING2            011010X'.
           05 FILLER PIC X(28) VALUE
              'QRCP-RESULT          021010X'.
           05 FILLER PIC X(28) VALUE
              'QRCP-ROOM            031002N'.
           05 FILLER PIC X(28) VALUE
              'QRCP-MSG             033060X'.
           05 FILLER PIC X(28) VALUE
              'AACH-ID              001008X'.
           05 FILLER PIC X(28) VALUE
              'AACH-TITLE           009030X'.
           05 FILLER PIC X(28) VALUE
              'AACH-CRIT            039008X'.
           05 FILLER PIC X(28) VALUE
              'AACH-VALUE           047004N'.
           05 FILLER PIC X(28) VALUE
              'UQST-ID              001008X'.
           05 FILLER PIC X(28) VALUE
              'UQST-TITLE           009030X'.
           05 FILLER PIC X(28) VALUE
              'UQST-POINTS          039003N'.
           05 FILLER PIC X(28) VALUE
              'UQST-TYPE-1          042006X'.
           05 FILLER PIC X(28) VALUE
              'UQST-NAME-1          048010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-ROOM-1          058002N'.
           05 FILLER PIC X(28) VALUE
              'UQST-NPC-1           060010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-TYPE-2          070006X'.
           05 FILLER PIC X(28) VALUE
              'UQST-NAME-2          076010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-ROOM-2          086002N'.
           05 FILLER PIC X(28) VALUE
              'UQST-NPC-2           088010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-TYPE-3          098006X'.
           05 FILLER PIC X(28) VALUE
              'UQST-NAME-3          104010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-ROOM-3          114002N'.
           05 FILLER PIC X(28) VALUE
              'UQST-NPC-3           116010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-TYPE-4          126006X'.
           05 FILLER PIC X(28) VALUE
              'UQST-NAME-4          132010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-ROOM-4          142002N'.
           05 FILLER PIC X(28) VALUE
              'UQST-NPC-4           144010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-TYPE-5          154006X'.
           05 FILLER PIC X(28) VALUE
              'UQST-NAME-5          160010X'.
           05 FILLER PIC X(28) VALUE
              'UQST-ROOM-5          170002N'.
           05 FILLER PIC X(28) VALUE
              'UQST-NPC-5           172010X'.
       01  WS-CSV-TBL REDEFINES WS-CSV-DEFS.
           05 WS-CSV-ENTRY OCCURS 116 TIMES.
              10 COL-CODE      PIC X(01).
              10 COL-NAME      PIC X(20).
              10 COL-OFFSET    PIC 9(03).
              10 COL-LENGTH    PIC 9(03).
              10 COL-TYPE      PIC X(01).
       01 WS-COL-COUNT       PIC 9(03) VALUE 116.
       01 WS-COL-IX          PIC 9(03) VALUE 0.

       01 WS-REC-DATA        PIC X(342) VALUE SPACES.
       01 WS-CSV-LINE        PIC X(800) VALUE SPACES.
       01 WS-CSV-PTR         PIC 9(03) VALUE 1.
       01 WS-VAL-LEN         PIC 9(03) VALUE 0.
       01 WS-NAME-LEN        PIC 99 VALUE 0.
       01 WS-CHAR-IX         PIC 9(03) VALUE 0.
       01 WS-FIRST-COL       PIC X(01) VALUE 'Y'.

       01 WS-HDR-LINE        PIC X(800) VALUE SPACES.
       01 WS-LINE-LEN        PIC 9(03) VALUE 0.
       01 WS-FIELD-VAL       PIC X(200) VALUE SPACES.
       01 WS-FIELD-LEN       PIC 9(03) VALUE 0.
       01 WS-FIELD-END       PIC X(01) VALUE 'N'.
       01 WS-ROW-OK          PIC X(01) VALUE 'Y'.
       01 WS-NUM-JUST        PIC X(10) JUSTIFIED RIGHT.
       01 WS-ERR-TEXT        PIC X(30) VALUE SPACES.
       01 WS-ROW-NO          PIC 9(05) VALUE 0.
       01 WS-PASS            PIC X(01) VALUE 'V'.
           88 VALIDATE-PASS  VALUE 'V'.
           88 WRITE-PASS     VALUE 'W'.

       01 ROW-COUNTS.
           05 CT-ROWS        PIC 9(05) OCCURS 10 TIMES.
           05 CT-WRITTEN     PIC 9(05) OCCURS 10 TIMES.
       01 FILE-STATES.
           05 WS-FILE-STATE  PIC X(20) OCCURS 10 TIMES.
       01 CT-ERRORS          PIC 9(05) VALUE 0.
       01 CT-MAX-ERRORS      PIC 9(05) VALUE 200.

      * DUPLICATE KEY CHECKS: ROOM NUMBERS 000-999 BY POSITION,
      * OBJECT NAMES BY TABLE
       01 WS-ROOM-SEEN-TBL.
           05 WS-ROOM-SEEN   PIC X(01) OCCURS 1000 TIMES.
       01 WS-ROOM-NUM        PIC 9(03) VALUE 0.
       01 WS-MAX-OBJ-KEYS    PIC 9(03) VALUE 300.
       01 WS-OBJ-KEY-TBL.
           05 WS-OBJ-KEY     PIC X(10) OCCURS 300 TIMES.
       01 WS-OBJ-KEY-CT      PIC 9(03) VALUE 0.
       01 WS-OBJ-KEY-IX      PIC 9(03) VALUE 0.

       01 WS-CSV-GEN         PIC 9(05) VALUE 0.
       01 WS-OLD-GEN         PIC 9(05) VALUE 0.
       01 WS-MANIFEST-DESC.
           05 MAN-GEN        PIC 9(05) VALUE 0.
           05 MAN-ROOM-CT    PIC 9(05) VALUE 0.
           05 MAN-OBJ-CT     PIC 9(05) VALUE 0.
           05 MAN-CRE-CT     PIC 9(05) VALUE 0.
           05 MAN-NPC-CT     PIC 9(05) VALUE 0.
           05 MAN-EVT-CT     PIC 9(05) VALUE 0.
           05 MAN-HINT-CT    PIC 9(05) VALUE 0.
       01 WS-MAN-COUNT       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * SPREADSHEET IMPORT: READ BACK THE COMMA-DELIMITED FILES
      * WRITTEN BY ADVENT-EXPORT (AFTER EDITING) AND REBUILD THE
      * DATASETS FROM THEM. EVERY ROW OF EVERY FILE IS CHECKED
      * FIRST - COLUMN COUNT, NUMBERS, TEXT LENGTHS, DUPLICATE
      * KEYS - AND ANY ERROR REJECTS THE WHOLE RUN WITH NO
      * DATASET CHANGED. A FILE WITH NO CSV IS LEFT AS IT IS;
      * THE ROOMS CSV IS REQUIRED. THE MANIFEST (KEY 999) IS
      * REBUILT WITH THE NEXT GENERATION NUMBER AND NEW COUNTS.
      * PARM: [SET-PREFIX] [CSV-PREFIX]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-SET-PREFIX WS-CSV-PREFIX
           IF WS-SET-PREFIX = SPACES
              MOVE 'LIVE' TO WS-SET-PREFIX
           END-IF
           IF WS-CSV-PREFIX = SPACES
              MOVE WS-SET-PREFIX TO WS-CSV-PREFIX
           END-IF

           DISPLAY 'DATASET SPREADSHEET IMPORT - EDIT REPORT'
           DISPLAY 'DATASET SET [' WS-SET-PREFIX ']'
           DISPLAY 'CSV PREFIX  [' WS-CSV-PREFIX ']'
           DISPLAY SPACE

           MOVE SPACES TO WS-ROOM-SEEN-TBL WS-OBJ-KEY-TBL
           SET VALIDATE-PASS TO TRUE
           PERFORM VALIDATE-ONE-FILE
              VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 10

           IF CT-ERRORS > 0
              DISPLAY SPACE
              PERFORM SHOW-ROW-COUNTS
              DISPLAY 'ERRORS: ' CT-ERRORS
              DISPLAY 'IMPORT REJECTED - NO DATASET CHANGED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-OLD-GENERATION
           SET WRITE-PASS TO TRUE
           PERFORM LOAD-ONE-FILE
              VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 10
           PERFORM WRITE-MANIFEST

           DISPLAY SPACE
           PERFORM SHOW-ROW-COUNTS
           DISPLAY 'MANIFEST GENERATION ' WS-OLD-GEN ' -> ' MAN-GEN
           DISPLAY 'IMPORT COMPLETE'
           STOP RUN.

       SHOW-ROW-COUNTS.
           DISPLAY '--- ROWS PER FILE ---'
           DISPLAY 'FILE         READ  WRITTEN'
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 10
              DISPLAY WS-FILE-TITLE(WS-FILE-IX) ' '
                 CT-ROWS(WS-FILE-IX) ' ' CT-WRITTEN(WS-FILE-IX) ' '
                 WS-FILE-STATE(WS-FILE-IX)
           END-PERFORM.

      * -------------------------
      * FILE NAMES FOR ONE DATASET: <PREFIX><BASE>.dat AND .csv
      * -------------------------
       BUILD-FILENAMES.
           MOVE SPACES TO WS-DAT-FILENAME WS-CSV-FILENAME
           IF WS-SET-PREFIX = 'LIVE'
              STRING WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-DAT-FILENAME
           ELSE
              STRING WS-SET-PREFIX DELIMITED BY SPACE
                 WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 '.dat' DELIMITED BY SIZE
                 INTO WS-DAT-FILENAME
           END-IF
           IF WS-CSV-PREFIX = 'LIVE'
              STRING WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 '.csv' DELIMITED BY SIZE
                 INTO WS-CSV-FILENAME
           ELSE
              STRING WS-CSV-PREFIX DELIMITED BY SPACE
                 WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 '.csv' DELIMITED BY SIZE
                 INTO WS-CSV-FILENAME
           END-IF.

      * -------------------------
      * FIRST PASS: CHECK EVERY ROW, WRITE NOTHING
      * -------------------------
       VALIDATE-ONE-FILE.
           MOVE 0 TO CT-ROWS(WS-FILE-IX) CT-WRITTEN(WS-FILE-IX)
           MOVE SPACES TO WS-FILE-STATE(WS-FILE-IX)
           PERFORM BUILD-FILENAMES
           MOVE SPACE TO WS-EOF-CSV
           MOVE 0 TO WS-ROW-NO
           OPEN INPUT CSV-FILE
           IF WS-FS-CSV NOT = '00'
              IF WS-FILE-IX = 1
                 MOVE 'ROOMS CSV IS REQUIRED' TO WS-ERR-TEXT
                 MOVE 0 TO WS-COL-IX
                 PERFORM REPORT-ERROR
                 MOVE 'MISSING' TO WS-FILE-STATE(WS-FILE-IX)
              ELSE
                 MOVE 'NOT SUPPLIED - KEPT' TO WS-FILE-STATE(WS-FILE-IX)
              END-IF
              DISPLAY 'NO [' WS-CSV-FILENAME ']'
           ELSE
              MOVE 'SUPPLIED' TO WS-FILE-STATE(WS-FILE-IX)
              PERFORM BUILD-HEADER-LINE
              PERFORM READ-CSV
              IF NO-MORE-CSV OR WS-CSV-LINE NOT = WS-HDR-LINE
                 MOVE 'HEADER ROW DOES NOT MATCH' TO WS-ERR-TEXT
                 MOVE 0 TO WS-COL-IX
                 PERFORM REPORT-ERROR
              ELSE
                 PERFORM READ-CSV
                 PERFORM UNTIL NO-MORE-CSV
                    ADD 1 TO CT-ROWS(WS-FILE-IX)
                    PERFORM PARSE-ROW
                    IF WS-ROW-OK = 'Y'
                       PERFORM CHECK-ROW-KEY
                    END-IF
                    PERFORM READ-CSV
                 END-PERFORM
              END-IF
              CLOSE CSV-FILE
              DISPLAY 'CHECKED [' WS-CSV-FILENAME '] ROWS '
                 CT-ROWS(WS-FILE-IX)
           END-IF.

       BUILD-HEADER-LINE.
           MOVE SPACES TO WS-HDR-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE 'Y' TO WS-FIRST-COL
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
              UNTIL WS-COL-IX > WS-COL-COUNT
              IF COL-CODE(WS-COL-IX) = WS-FILE-CODE(WS-FILE-IX)
                 IF WS-FIRST-COL = 'N'
                    MOVE ',' TO WS-HDR-LINE(WS-CSV-PTR:1)
                    ADD 1 TO WS-CSV-PTR
                 END-IF
                 MOVE 'N' TO WS-FIRST-COL
                 PERFORM DO-NOTHING VARYING WS-NAME-LEN FROM 20 BY -1
                    UNTIL WS-NAME-LEN < 2
                       OR COL-NAME(WS-COL-IX)(WS-NAME-LEN:1)
                          NOT = SPACE
                 MOVE COL-NAME(WS-COL-IX)(1:WS-NAME-LEN)
                    TO WS-HDR-LINE(WS-CSV-PTR:WS-NAME-LEN)
                 ADD WS-NAME-LEN TO WS-CSV-PTR
              END-IF
           END-PERFORM.

      * ROOM NUMBERS AND OBJECT NAMES ARE THE INDEXED KEYS AND
      * MUST BE PRESENT AND UNIQUE. ROW 999 CARRIES THE
      * GENERATION THE SPREADSHEET WAS EXPORTED AT.
       CHECK-ROW-KEY.
           EVALUATE WS-FILE-IX
              WHEN 1
                 MOVE 1 TO WS-COL-IX
                 IF WS-REC-DATA(1:3) NOT NUMERIC
                    MOVE 'ROOM NUMBER MISSING' TO WS-ERR-TEXT
                    PERFORM REPORT-ERROR
                 ELSE
                    MOVE WS-REC-DATA(1:3) TO WS-ROOM-NUM
                    IF WS-ROOM-SEEN(WS-ROOM-NUM + 1) = 'Y'
                       MOVE 'DUPLICATE ROOM NUMBER' TO WS-ERR-TEXT
                       PERFORM REPORT-ERROR
                    END-IF
                    MOVE 'Y' TO WS-ROOM-SEEN(WS-ROOM-NUM + 1)
                    IF WS-ROOM-NUM = 999
                       AND WS-REC-DATA(120:5) NUMERIC
                       MOVE WS-REC-DATA(120:5) TO WS-CSV-GEN
                    END-IF
                 END-IF
              WHEN 2
                 PERFORM VARYING WS-COL-IX FROM 1 BY 1
                    UNTIL COL-CODE(WS-COL-IX) = 'O'
                    CONTINUE
                 END-PERFORM
                 IF WS-REC-DATA(1:10) = SPACES
                    MOVE 'OBJECT NAME MISSING' TO WS-ERR-TEXT
                    PERFORM REPORT-ERROR
                 ELSE
                    PERFORM CHECK-OBJ-KEY
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       CHECK-OBJ-KEY.
           PERFORM VARYING WS-OBJ-KEY-IX FROM 1 BY 1
              UNTIL WS-OBJ-KEY-IX > WS-OBJ-KEY-CT
                 OR WS-OBJ-KEY(WS-OBJ-KEY-IX) = WS-REC-DATA(1:10)
              CONTINUE
           END-PERFORM
           IF WS-OBJ-KEY-IX NOT > WS-OBJ-KEY-CT
              MOVE 'DUPLICATE OBJECT NAME' TO WS-ERR-TEXT
              PERFORM REPORT-ERROR
           ELSE
              IF WS-OBJ-KEY-CT NOT < WS-MAX-OBJ-KEYS
                 DISPLAY 'OBJECT TABLE FULL. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-OBJ-KEY-CT
              MOVE WS-REC-DATA(1:10) TO WS-OBJ-KEY(WS-OBJ-KEY-CT)
           END-IF.

      * -------------------------
      * SPLIT ONE ROW INTO THE RECORD IMAGE WS-REC-DATA, COLUMN
      * BY COLUMN. A QUOTED FIELD RUNS TO ITS CLOSING QUOTE, WITH
      * "" STANDING FOR ONE QUOTE; AN UNQUOTED FIELD RUNS TO THE
      * NEXT COMMA. NUMBERS ARE RIGHT-JUSTIFIED AND ZERO-FILLED SO
      * A SPREADSHEET THAT DROPPED THE LEADING ZEROS STILL LOADS;
      * AN EMPTY NUMBER IS LEFT BLANK.
      * -------------------------
       PARSE-ROW.
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-REC-DATA
           MOVE 1 TO WS-CSV-PTR
           MOVE 'Y' TO WS-FIRST-COL
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
              UNTIL WS-COL-IX > WS-COL-COUNT
              IF COL-CODE(WS-COL-IX) = WS-FILE-CODE(WS-FILE-IX)
                 AND WS-ROW-OK = 'Y'
                 PERFORM PARSE-ONE-FIELD
              END-IF
           END-PERFORM
           IF WS-ROW-OK = 'Y' AND WS-CSV-PTR NOT > WS-LINE-LEN
              MOVE 0 TO WS-COL-IX
              MOVE 'TOO MANY COLUMNS' TO WS-ERR-TEXT
              PERFORM REPORT-ERROR
           END-IF.

       PARSE-ONE-FIELD.
           IF WS-FIRST-COL = 'N'
              IF WS-CSV-PTR > WS-LINE-LEN
                 MOVE 'TOO FEW COLUMNS' TO WS-ERR-TEXT
                 PERFORM REPORT-ERROR
              ELSE
                 ADD 1 TO WS-CSV-PTR
              END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-COL
           MOVE SPACES TO WS-FIELD-VAL
           MOVE 0 TO WS-FIELD-LEN
           MOVE 'N' TO WS-FIELD-END
           IF WS-ROW-OK = 'Y'
              IF WS-CSV-PTR NOT > WS-LINE-LEN
                 AND WS-CSV-LINE(WS-CSV-PTR:1) = '"'
                 ADD 1 TO WS-CSV-PTR
                 PERFORM TAKE-QUOTED-CHAR UNTIL WS-FIELD-END = 'Y'
              ELSE
                 PERFORM TAKE-BARE-CHAR UNTIL WS-FIELD-END = 'Y'
              END-IF
           END-IF
           IF WS-ROW-OK = 'Y'
              IF COL-TYPE(WS-COL-IX) = 'N'
                 PERFORM STORE-NUMBER
              ELSE
                 PERFORM STORE-TEXT
              END-IF
           END-IF.

       TAKE-QUOTED-CHAR.
           EVALUATE TRUE
              WHEN WS-CSV-PTR > WS-LINE-LEN
                 MOVE 'UNCLOSED QUOTE' TO WS-ERR-TEXT
                 PERFORM REPORT-ERROR
                 MOVE 'Y' TO WS-FIELD-END
              WHEN WS-CSV-LINE(WS-CSV-PTR:1) = '"'
                 AND WS-CSV-PTR < WS-LINE-LEN
                 AND WS-CSV-LINE(WS-CSV-PTR + 1:1) = '"'
                 PERFORM ADD-FIELD-CHAR
                 ADD 2 TO WS-CSV-PTR
              WHEN WS-CSV-LINE(WS-CSV-PTR:1) = '"'
                 ADD 1 TO WS-CSV-PTR
                 MOVE 'Y' TO WS-FIELD-END
                 IF WS-CSV-PTR NOT > WS-LINE-LEN
                    AND WS-CSV-LINE(WS-CSV-PTR:1) NOT = ','
                    MOVE 'TEXT AFTER CLOSING QUOTE' TO WS-ERR-TEXT
                    PERFORM REPORT-ERROR
                 END-IF
              WHEN OTHER
                 PERFORM ADD-FIELD-CHAR
                 ADD 1 TO WS-CSV-PTR
           END-EVALUATE.

       TAKE-BARE-CHAR.
           IF WS-CSV-PTR > WS-LINE-LEN
              OR WS-CSV-LINE(WS-CSV-PTR:1) = ','
              MOVE 'Y' TO WS-FIELD-END
           ELSE
              PERFORM ADD-FIELD-CHAR
              ADD 1 TO WS-CSV-PTR
           END-IF.

      * CHARACTERS BEYOND THE WORK AREA ARE COUNTED BUT NOT KEPT;
      * THE LENGTH CHECK REJECTS THE FIELD ANYWAY
       ADD-FIELD-CHAR.
           ADD 1 TO WS-FIELD-LEN
           IF WS-FIELD-LEN NOT > 200
              MOVE WS-CSV-LINE(WS-CSV-PTR:1)
                 TO WS-FIELD-VAL(WS-FIELD-LEN:1)
           END-IF.

       STORE-NUMBER.
           EVALUATE TRUE
              WHEN WS-FIELD-LEN = 0
                 CONTINUE
              WHEN WS-FIELD-LEN > COL-LENGTH(WS-COL-IX)
                 MOVE 'NUMBER TOO LONG' TO WS-ERR-TEXT
                 PERFORM REPORT-ERROR
              WHEN WS-FIELD-VAL(1:WS-FIELD-LEN) NOT NUMERIC
                 MOVE 'NOT A NUMBER' TO WS-ERR-TEXT
                 PERFORM REPORT-ERROR
              WHEN OTHER
                 MOVE WS-FIELD-VAL(1:WS-FIELD-LEN) TO WS-NUM-JUST
                 INSPECT WS-NUM-JUST REPLACING LEADING SPACE BY '0'
                 MOVE WS-NUM-JUST(11 - COL-LENGTH(WS-COL-IX):
                                  COL-LENGTH(WS-COL-IX))
                    TO WS-REC-DATA(COL-OFFSET(WS-COL-IX):
                                   COL-LENGTH(WS-COL-IX))
           END-EVALUATE.

       STORE-TEXT.
           IF WS-FIELD-LEN > COL-LENGTH(WS-COL-IX)
              MOVE 'TEXT TOO LONG' TO WS-ERR-TEXT
              PERFORM REPORT-ERROR
           ELSE
              IF WS-FIELD-LEN > 0
                 MOVE WS-FIELD-VAL(1:WS-FIELD-LEN)
                    TO WS-REC-DATA(COL-OFFSET(WS-COL-IX):
                                   WS-FIELD-LEN)
              END-IF
           END-IF.

      * ERRORS ARE ONLY COUNTED AND LISTED ON THE CHECKING PASS;
      * THE LOAD PASS READS ROWS ALREADY PASSED AS CLEAN
       REPORT-ERROR.
           MOVE 'N' TO WS-ROW-OK
           IF VALIDATE-PASS
              ADD 1 TO CT-ERRORS
              IF CT-ERRORS NOT > CT-MAX-ERRORS
                 IF WS-COL-IX = 0
                    DISPLAY 'ERROR ' WS-FILE-TITLE(WS-FILE-IX)
                       ' ROW ' WS-ROW-NO ' ' WS-ERR-TEXT
                 ELSE
                    DISPLAY 'ERROR ' WS-FILE-TITLE(WS-FILE-IX)
                       ' ROW ' WS-ROW-NO ' ' COL-NAME(WS-COL-IX)
                       ' ' WS-ERR-TEXT
                 END-IF
              END-IF
              IF CT-ERRORS = CT-MAX-ERRORS
                 DISPLAY 'FURTHER ERRORS COUNTED, NOT LISTED.'
              END-IF
           END-IF.

      * THE CSV IS READ AS TEXT: A TRAILING CARRIAGE RETURN FROM
      * A PC-EDITED FILE IS DROPPED AND BLANK LINES ARE SKIPPED.
      * WS-ROW-NO IS THE LINE NUMBER, HEADER INCLUDED.
       READ-CSV.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 0 TO WS-LINE-LEN
           PERFORM UNTIL NO-MORE-CSV OR WS-LINE-LEN > 0
              READ CSV-FILE AT END SET NO-MORE-CSV TO TRUE
              END-READ
              IF WS-FS-CSV NOT = '00' AND WS-FS-CSV NOT = '10'
                 DISPLAY 'ERROR READING [' WS-CSV-FILENAME
                    '] STATUS=' WS-FS-CSV
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF NOT NO-MORE-CSV
                 ADD 1 TO WS-ROW-NO
                 MOVE CSV-RECORD TO WS-CSV-LINE
                 INSPECT WS-CSV-LINE REPLACING ALL X'0D' BY SPACE
                 PERFORM DO-NOTHING VARYING WS-LINE-LEN FROM 800 BY -1
                    UNTIL WS-LINE-LEN < 1
                       OR WS-CSV-LINE(WS-LINE-LEN:1) NOT = SPACE
              END-IF
           END-PERFORM.

      * -------------------------
      * THE TARGET SET'S CURRENT GENERATION, BEFORE IT IS REPLACED
      * -------------------------
       READ-OLD-GENERATION.
           MOVE 0 TO WS-OLD-GEN
           MOVE 1 TO WS-FILE-IX
           PERFORM BUILD-FILENAMES
           OPEN INPUT ROOM-FILE
           IF WS-FS-DATA = '00'
              MOVE 999 TO ROOM-REC-NUMBER
              READ ROOM-FILE
              IF WS-FS-DATA = '00'
                 MOVE ROOM-RECORD TO WS-REC-DATA
                 IF WS-REC-DATA(120:5) NUMERIC
                    MOVE WS-REC-DATA(120:5) TO WS-OLD-GEN
                 END-IF
              END-IF
              CLOSE ROOM-FILE
           END-IF.

      * -------------------------
      * SECOND PASS: REPLACE EACH SUPPLIED DATASET FROM ITS CSV.
      * THE CSV MANIFEST ROW IS NOT LOADED; WRITE-MANIFEST
      * BUILDS A NEW ONE.
      * -------------------------
       LOAD-ONE-FILE.
           IF WS-FILE-STATE(WS-FILE-IX) = 'SUPPLIED'
              PERFORM BUILD-FILENAMES
              MOVE SPACE TO WS-EOF-CSV
              MOVE 0 TO WS-ROW-NO
              OPEN INPUT CSV-FILE
              IF WS-FS-CSV NOT = '00'
                 DISPLAY 'CANNOT REOPEN [' WS-CSV-FILENAME
                    '] STATUS=' WS-FS-CSV
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM OPEN-OUTPUT-DATA
              PERFORM READ-CSV
              PERFORM READ-CSV
              PERFORM UNTIL NO-MORE-CSV
                 PERFORM PARSE-ROW
                 IF WS-FILE-IX NOT = 1
                    OR WS-REC-DATA(1:3) NOT = '999'
                    PERFORM WRITE-DATA-RECORD
                    ADD 1 TO CT-WRITTEN(WS-FILE-IX)
                 END-IF
                 PERFORM READ-CSV
              END-PERFORM
              CLOSE CSV-FILE
              PERFORM CLOSE-DATA-FILE
              MOVE 'IMPORTED' TO WS-FILE-STATE(WS-FILE-IX)
              DISPLAY 'LOADED [' WS-DAT-FILENAME '] FROM ['
                 WS-CSV-FILENAME ']'
           END-IF.

       OPEN-OUTPUT-DATA.
           EVALUATE WS-FILE-IX
              WHEN 1
                 OPEN OUTPUT ROOM-FILE
              WHEN 2
                 OPEN OUTPUT OBJ-FILE
              WHEN 3
                 OPEN OUTPUT CRE-FILE
              WHEN 4
                 OPEN OUTPUT NPC-FILE
              WHEN 5
                 OPEN OUTPUT EVT-FILE
              WHEN 6
                 OPEN OUTPUT HINT-FILE
              WHEN 7
                 OPEN OUTPUT SHOP-FILE
              WHEN 8
                 OPEN OUTPUT RCP-FILE
              WHEN 9
                 OPEN OUTPUT ACH-FILE
              WHEN OTHER
                 OPEN OUTPUT QST-FILE
           END-EVALUATE
           IF WS-FS-DATA NOT = '00'
              DISPLAY 'CANNOT OPEN [' WS-DAT-FILENAME '] STATUS='
                 WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       CLOSE-DATA-FILE.
           EVALUATE WS-FILE-IX
              WHEN 1
                 CLOSE ROOM-FILE
              WHEN 2
                 CLOSE OBJ-FILE
              WHEN 3
                 CLOSE CRE-FILE
              WHEN 4
                 CLOSE NPC-FILE
              WHEN 5
                 CLOSE EVT-FILE
              WHEN 6
                 CLOSE HINT-FILE
              WHEN 7
                 CLOSE SHOP-FILE
              WHEN 8
                 CLOSE RCP-FILE
              WHEN 9
                 CLOSE ACH-FILE
              WHEN OTHER
                 CLOSE QST-FILE
           END-EVALUATE.

       WRITE-DATA-RECORD.
           EVALUATE WS-FILE-IX
              WHEN 1
                 MOVE WS-REC-DATA TO ROOM-RECORD
                 WRITE ROOM-RECORD
              WHEN 2
                 MOVE WS-REC-DATA TO OBJ-RECORD
                 WRITE OBJ-RECORD
              WHEN 3
                 MOVE WS-REC-DATA TO CRE-RECORD
                 WRITE CRE-RECORD
              WHEN 4
                 MOVE WS-REC-DATA TO NPC-RECORD
                 WRITE NPC-RECORD
              WHEN 5
                 MOVE WS-REC-DATA TO EVT-RECORD
                 WRITE EVT-RECORD
              WHEN 6
                 MOVE WS-REC-DATA TO HINT-RECORD
                 WRITE HINT-RECORD
              WHEN 7
                 MOVE WS-REC-DATA TO SHOP-RECORD
                 WRITE SHOP-RECORD
              WHEN 8
                 MOVE WS-REC-DATA TO RCP-RECORD
                 WRITE RCP-RECORD
              WHEN 9
                 MOVE WS-REC-DATA TO ACH-RECORD
                 WRITE ACH-RECORD
              WHEN OTHER
                 MOVE WS-REC-DATA TO QST-RECORD
                 WRITE QST-RECORD
           END-EVALUATE
           IF WS-FS-DATA NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-DAT-FILENAME '] ROW '
                 WS-ROW-NO ' STATUS=' WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * -------------------------
      * MANIFEST: NEXT GENERATION AFTER BOTH THE TARGET'S AND THE
      * SPREADSHEET'S, SO AN OLD EXPORT CAN NEVER REUSE A NUMBER.
      * COUNTS COME FROM THE FILES AS THEY NOW STAND; THE TITLE
      * AND 998-999 CONTROL RECORDS DO NOT COUNT AS ROOMS.
      * -------------------------
       WRITE-MANIFEST.
           MOVE WS-OLD-GEN TO MAN-GEN
           IF WS-CSV-GEN > MAN-GEN
              MOVE WS-CSV-GEN TO MAN-GEN
           END-IF
           ADD 1 TO MAN-GEN
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 6
              PERFORM COUNT-DATA-FILE
              EVALUATE WS-FILE-IX
                 WHEN 1
                    MOVE WS-MAN-COUNT TO MAN-ROOM-CT
                 WHEN 2
                    MOVE WS-MAN-COUNT TO MAN-OBJ-CT
                 WHEN 3
                    MOVE WS-MAN-COUNT TO MAN-CRE-CT
                 WHEN 4
                    MOVE WS-MAN-COUNT TO MAN-NPC-CT
                 WHEN 5
                    MOVE WS-MAN-COUNT TO MAN-EVT-CT
                 WHEN OTHER
                    MOVE WS-MAN-COUNT TO MAN-HINT-CT
              END-EVALUATE
           END-PERFORM
           MOVE 1 TO WS-FILE-IX
           PERFORM BUILD-FILENAMES
           OPEN I-O ROOM-FILE
           IF WS-FS-DATA NOT = '00'
              DISPLAY 'CANNOT OPEN ROOM FILE FOR MANIFEST, STATUS='
                 WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-REC-DATA
           MOVE '999' TO WS-REC-DATA(1:3)
           MOVE ALL '0' TO WS-REC-DATA(4:16)
           MOVE 'MANIFEST' TO WS-REC-DATA(100:20)
           MOVE WS-MANIFEST-DESC TO WS-REC-DATA(120:100)
           MOVE 'N' TO WS-REC-DATA(220:1)
           MOVE WS-REC-DATA TO ROOM-RECORD
           WRITE ROOM-RECORD
           IF WS-FS-DATA NOT = '00'
              DISPLAY 'MANIFEST WRITE ERROR, STATUS=' WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE ROOM-FILE.

       COUNT-DATA-FILE.
           MOVE 0 TO WS-MAN-COUNT
           PERFORM BUILD-FILENAMES
           MOVE SPACE TO WS-EOF-DATA
           EVALUATE WS-FILE-IX
              WHEN 1
                 OPEN INPUT ROOM-FILE
              WHEN 2
                 OPEN INPUT OBJ-FILE
              WHEN 3
                 OPEN INPUT CRE-FILE
              WHEN 4
                 OPEN INPUT NPC-FILE
              WHEN 5
                 OPEN INPUT EVT-FILE
              WHEN OTHER
                 OPEN INPUT HINT-FILE
           END-EVALUATE
           IF WS-FS-DATA = '00'
              PERFORM READ-DATA
              PERFORM UNTIL NO-MORE-DATA
                 IF WS-FILE-IX NOT = 1
                    OR (WS-REC-DATA(1:3) > '000'
                        AND WS-REC-DATA(1:3) < '998')
                    ADD 1 TO WS-MAN-COUNT
                 END-IF
                 PERFORM READ-DATA
              END-PERFORM
              PERFORM CLOSE-DATA-FILE
           END-IF.

       READ-DATA.
           MOVE SPACES TO WS-REC-DATA
           EVALUATE WS-FILE-IX
              WHEN 1
                 READ ROOM-FILE NEXT RECORD
                    AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE ROOM-RECORD TO WS-REC-DATA
              WHEN 2
                 READ OBJ-FILE NEXT RECORD
                    AT END SET NO-MORE-DATA TO TRUE
                 END-READ
              WHEN 3
                 READ CRE-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
              WHEN 4
                 READ NPC-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
              WHEN 5
                 READ EVT-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
              WHEN OTHER
                 READ HINT-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
           END-EVALUATE
           IF WS-FS-DATA NOT = '00' AND WS-FS-DATA NOT = '10'
              DISPLAY 'ERROR READING [' WS-DAT-FILENAME '] STATUS='
                 WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       DO-NOTHING.

           EXIT.
