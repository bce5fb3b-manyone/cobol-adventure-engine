       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROOM-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROOM-REC-NUMBER
               FILE STATUS IS WS-FS-DATA.
           SELECT OBJ-FILE
               ASSIGN DYNAMIC WS-DAT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

       01 ROW-COUNTS.
           05 CT-ROWS        PIC 9(05) OCCURS 10 TIMES.
       01 FILE-STATES.
           05 WS-FILE-STATE  PIC X(20) OCCURS 10 TIMES.
       01 CT-FILES           PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * SPREADSHEET EXPORT: ONE COMMA-DELIMITED FILE PER DATASET
      * (ROOMS WITH ITS TITLE, OPTIONS AND MANIFEST CONTROL
      * RECORDS, OBJECTS, CREATURES, NPCS, EVENTS, HINTS, SHOPS,
      * RECIPES, ACHIEVEMENTS, QUESTS), EACH WITH A HEADER ROW
      * NAMING THE COLUMNS. ADVENT-IMPORT READS THE EDITED FILES
      * BACK.
      * THE SET IS NAMED BY ITS FILE-NAME PREFIX (LIVE FOR THE
      * PRODUCTION NAMES); THE CSV FILES ARE <PREFIX><FILE>.csv,
      * WITH THE SET PREFIX UNLESS ANOTHER IS GIVEN.
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

           DISPLAY 'DATASET SPREADSHEET EXPORT'
           DISPLAY 'DATASET SET [' WS-SET-PREFIX ']'
           DISPLAY 'CSV PREFIX  [' WS-CSV-PREFIX ']'
           DISPLAY SPACE

           PERFORM EXPORT-ONE-FILE
              VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 10

           DISPLAY SPACE
           DISPLAY '--- ROWS EXPORTED ---'
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 10
              DISPLAY WS-FILE-TITLE(WS-FILE-IX) ' '
                 CT-ROWS(WS-FILE-IX) ' ' WS-FILE-STATE(WS-FILE-IX)
           END-PERFORM
           DISPLAY 'FILES WRITTEN: ' CT-FILES
           STOP RUN.

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

       EXPORT-ONE-FILE.
           MOVE 0 TO CT-ROWS(WS-FILE-IX)
           MOVE SPACES TO WS-FILE-STATE(WS-FILE-IX)
           PERFORM BUILD-FILENAMES
           MOVE SPACE TO WS-EOF-DATA
           PERFORM OPEN-DATA-FILE
           IF WS-FS-DATA NOT = '00'
              MOVE 'NOT PRESENT' TO WS-FILE-STATE(WS-FILE-IX)
              DISPLAY 'NO [' WS-DAT-FILENAME '] - SKIPPED.'
           ELSE
              OPEN OUTPUT CSV-FILE
              IF WS-FS-CSV NOT = '00'
                 DISPLAY 'CANNOT OPEN [' WS-CSV-FILENAME '] STATUS='
                    WS-FS-CSV
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM WRITE-HEADER-ROW
              PERFORM READ-DATA
              PERFORM UNTIL NO-MORE-DATA
                 PERFORM WRITE-DATA-ROW
                 ADD 1 TO CT-ROWS(WS-FILE-IX)
                 PERFORM READ-DATA
              END-PERFORM
              CLOSE CSV-FILE
              PERFORM CLOSE-DATA-FILE
              ADD 1 TO CT-FILES
              DISPLAY 'EXPORTED [' WS-DAT-FILENAME '] TO ['
                 WS-CSV-FILENAME ']'
           END-IF.

       OPEN-DATA-FILE.
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
              WHEN 6
                 OPEN INPUT HINT-FILE
              WHEN 7
                 OPEN INPUT SHOP-FILE
              WHEN 8
                 OPEN INPUT RCP-FILE
              WHEN 9
                 OPEN INPUT ACH-FILE
              WHEN OTHER
                 OPEN INPUT QST-FILE
           END-EVALUATE.

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
                 MOVE OBJ-RECORD TO WS-REC-DATA
              WHEN 3
                 READ CRE-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE CRE-RECORD TO WS-REC-DATA
              WHEN 4
                 READ NPC-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE NPC-RECORD TO WS-REC-DATA
              WHEN 5
                 READ EVT-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE EVT-RECORD TO WS-REC-DATA
              WHEN 6
                 READ HINT-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE HINT-RECORD TO WS-REC-DATA
              WHEN 7
                 READ SHOP-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE SHOP-RECORD TO WS-REC-DATA
              WHEN 8
                 READ RCP-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE RCP-RECORD TO WS-REC-DATA
              WHEN 9
                 READ ACH-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE ACH-RECORD TO WS-REC-DATA
              WHEN OTHER
                 READ QST-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE QST-RECORD TO WS-REC-DATA
           END-EVALUATE
           IF WS-FS-DATA NOT = '00' AND WS-FS-DATA NOT = '10'
              DISPLAY 'ERROR READING [' WS-DAT-FILENAME '] STATUS='
                 WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       WRITE-HEADER-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE 'Y' TO WS-FIRST-COL
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
              UNTIL WS-COL-IX > WS-COL-COUNT
              IF COL-CODE(WS-COL-IX) = WS-FILE-CODE(WS-FILE-IX)
                 IF WS-FIRST-COL = 'N'
                    MOVE ',' TO WS-CSV-LINE(WS-CSV-PTR:1)
                    ADD 1 TO WS-CSV-PTR
                 END-IF
                 MOVE 'N' TO WS-FIRST-COL
                 PERFORM DO-NOTHING VARYING WS-NAME-LEN FROM 20 BY -1
                    UNTIL WS-NAME-LEN < 2
                       OR COL-NAME(WS-COL-IX)(WS-NAME-LEN:1)
                          NOT = SPACE
                 MOVE COL-NAME(WS-COL-IX)(1:WS-NAME-LEN)
                    TO WS-CSV-LINE(WS-CSV-PTR:WS-NAME-LEN)
                 ADD WS-NAME-LEN TO WS-CSV-PTR
              END-IF
           END-PERFORM
           PERFORM WRITE-CSV-LINE.

       WRITE-DATA-ROW.
           MOVE SPACES TO WS-CSV-LINE
           MOVE 1 TO WS-CSV-PTR
           MOVE 'Y' TO WS-FIRST-COL
           PERFORM VARYING WS-COL-IX FROM 1 BY 1
              UNTIL WS-COL-IX > WS-COL-COUNT
              IF COL-CODE(WS-COL-IX) = WS-FILE-CODE(WS-FILE-IX)
                 IF WS-FIRST-COL = 'N'
                    MOVE ',' TO WS-CSV-LINE(WS-CSV-PTR:1)
                    ADD 1 TO WS-CSV-PTR
                 END-IF
                 MOVE 'N' TO WS-FIRST-COL
      * A BLANK NUMBER (AN UNUSED SHOP SLOT) GOES OUT EMPTY
                 EVALUATE TRUE
                    WHEN COL-TYPE(WS-COL-IX) = 'X'
                       PERFORM APPEND-TEXT-VALUE
                    WHEN WS-REC-DATA(COL-OFFSET(WS-COL-IX):
                                     COL-LENGTH(WS-COL-IX)) = SPACES
                       CONTINUE
                    WHEN OTHER
                       MOVE WS-REC-DATA(COL-OFFSET(WS-COL-IX):
                                        COL-LENGTH(WS-COL-IX))
                          TO WS-CSV-LINE(WS-CSV-PTR:
                                         COL-LENGTH(WS-COL-IX))
                       ADD COL-LENGTH(WS-COL-IX) TO WS-CSV-PTR
                 END-EVALUATE
              END-IF
           END-PERFORM
           PERFORM WRITE-CSV-LINE.

      * TEXT GOES OUT QUOTED WITHOUT ITS TRAILING SPACES. THE
      * DATASETS USE " FOR AN APOSTROPHE, SO EMBEDDED QUOTES ARE
      * DOUBLED THE WAY SPREADSHEETS EXPECT.
       APPEND-TEXT-VALUE.
           PERFORM DO-NOTHING VARYING WS-VAL-LEN
              FROM COL-LENGTH(WS-COL-IX) BY -1
              UNTIL WS-VAL-LEN < 1
                 OR WS-REC-DATA(COL-OFFSET(WS-COL-IX) + WS-VAL-LEN
                                - 1:1) NOT = SPACE
           MOVE '"' TO WS-CSV-LINE(WS-CSV-PTR:1)
           ADD 1 TO WS-CSV-PTR
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
              UNTIL WS-CHAR-IX > WS-VAL-LEN
              MOVE WS-REC-DATA(COL-OFFSET(WS-COL-IX) + WS-CHAR-IX
                               - 1:1)
                 TO WS-CSV-LINE(WS-CSV-PTR:1)
              ADD 1 TO WS-CSV-PTR
              IF WS-CSV-LINE(WS-CSV-PTR - 1:1) = '"'
                 MOVE '"' TO WS-CSV-LINE(WS-CSV-PTR:1)
                 ADD 1 TO WS-CSV-PTR
              END-IF
           END-PERFORM
           MOVE '"' TO WS-CSV-LINE(WS-CSV-PTR:1)
           ADD 1 TO WS-CSV-PTR.

       WRITE-CSV-LINE.
           MOVE WS-CSV-LINE TO CSV-RECORD
           WRITE CSV-RECORD
           IF WS-FS-CSV NOT = '00'
              DISPLAY 'ERROR WRITING [' WS-CSV-FILENAME '] STATUS='
                 WS-FS-CSV
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       DO-NOTHING.

           EXIT.
