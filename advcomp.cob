       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ROOM-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROOM-REC-NUMBER
               FILE STATUS IS WS-FS-DATA.
           SELECT OBJ-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OBJ-REC-NAME
               FILE STATUS IS WS-FS-DATA.
           SELECT CRE-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT NPC-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT EVT-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT HINT-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT SHOP-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT RCP-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.
           SELECT QST-FILE
               ASSIGN DYNAMIC WS-CUR-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-DATA.

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

       FD  QST-FILE
              RECORD CONTAINS 200 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  QST-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-DATA PIC X(01) VALUE SPACE.
               88 NO-MORE-DATA VALUE 'Y'.

       01 WS-FS-DATA     PIC X(02).

       01 WS-DATASET-PARM    PIC X(120) VALUE SPACES.
       01 WS-OLD-PREFIX      PIC X(40) VALUE SPACES.
       01 WS-NEW-PREFIX      PIC X(40) VALUE SPACES.
       01 WS-CUR-PREFIX      PIC X(40) VALUE SPACES.
       01 WS-CUR-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-OLD-FILENAME    PIC X(40) VALUE SPACES.
       01 WS-NEW-FILENAME    PIC X(40) VALUE SPACES.

      * THE NINE FILES OF A DATASET SET, IN REPORT ORDER, WITH THE
      * CODE THAT SELECTS EACH ONE'S FIELDS IN WS-FIELD-DEFS.
       01  WS-FILE-NAMES.
           05 FILLER PIC X(31) VALUE 'ROOMS     rooms.dat           R'.
           05 FILLER PIC X(31) VALUE 'OBJECTS   objects.dat         O'.
           05 FILLER PIC X(31) VALUE 'CREATURES creatures.dat       C'.
           05 FILLER PIC X(31) VALUE 'NPCS      npcs.dat            N'.
           05 FILLER PIC X(31) VALUE 'EVENTS    events.dat          E'.
           05 FILLER PIC X(31) VALUE 'HINTS     hints.dat           H'.
           05 FILLER PIC X(31) VALUE 'SHOPS     shops.dat           S'.
           05 FILLER PIC X(31) VALUE 'RECIPES   recipes.dat         Q'.
           05 FILLER PIC X(31) VALUE 'QUESTS    quests.dat          U'.
       01  WS-FILE-TBL REDEFINES WS-FILE-NAMES.
           05 WS-FILE-ENTRY OCCURS 9 TIMES.
              10 WS-FILE-TITLE PIC X(10).
              10 WS-FILE-BASE  PIC X(20).
              10 WS-FILE-CODE  PIC X(01).
       01 WS-FILE-IX         PIC 99 VALUE 0.

      * ONE ENTRY PER COMPARED FIELD: FILE CODE, FIELD NAME, AND
      * ITS OFFSET AND LENGTH IN THE RECORD. CODE P IS THE OPTIONS
      * RECORD (ROOMS KEY 998) AND M THE MANIFEST (KEY 999), BOTH
      * PACKED INTO THE ROOM DESCRIPTION. A SHOP'S PRICE LIST IS
      * MATCHED ITEM BY ITEM IN COMPARE-SHOP-ITEMS INSTEAD.
       01  WS-FIELD-DEFS.
           05 FILLER PIC X(27) VALUE
              'REXIT NORTH          004002'.
           05 FILLER PIC X(27) VALUE
              'REXIT EAST           006002'.
           05 FILLER PIC X(27) VALUE
              'REXIT WEST           008002'.
           05 FILLER PIC X(27) VALUE
              'REXIT SOUTH          010002'.
           05 FILLER PIC X(27) VALUE
              'REXIT UP             012002'.
           05 FILLER PIC X(27) VALUE
              'REXIT DOWN           014002'.
           05 FILLER PIC X(27) VALUE
              'REXIT NORTHEAST      016002'.
           05 FILLER PIC X(27) VALUE
              'REXIT NORTHWEST      018002'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD NORTH     020010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD EAST      030010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD WEST      040010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD SOUTH     050010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD UP        060010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD DOWN      070010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD NORTHEAST 080010'.
           05 FILLER PIC X(27) VALUE
              'REXIT-REQD NORTHWEST 090010'.
           05 FILLER PIC X(27) VALUE
              'RROOM-NAME           100020'.
           05 FILLER PIC X(27) VALUE
              'RROOM-DESC           120100'.
           05 FILLER PIC X(27) VALUE
              'RROOM-DARK           220001'.
           05 FILLER PIC X(27) VALUE
              'PTURN-LIMIT          120004'.
           05 FILLER PIC X(27) VALUE
              'PCARRY-LIMIT         124002'.
           05 FILLER PIC X(27) VALUE
              'PSTART-ROOM          126002'.
           05 FILLER PIC X(27) VALUE
              'PHINT-CHARGE         128001'.
           05 FILLER PIC X(27) VALUE
              'PSTART-COINS         129005'.
           05 FILLER PIC X(27) VALUE
              'MGENERATION          120005'.
           05 FILLER PIC X(27) VALUE
              'MROOM-COUNT          125005'.
           05 FILLER PIC X(27) VALUE
              'MOBJ-COUNT           130005'.
           05 FILLER PIC X(27) VALUE
              'MCRE-COUNT           135005'.
           05 FILLER PIC X(27) VALUE
              'MNPC-COUNT           140005'.
           05 FILLER PIC X(27) VALUE
              'MEVT-COUNT           145005'.
           05 FILLER PIC X(27) VALUE
              'MHINT-COUNT          150005'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-LOCATION        011002'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-PORTABLE        013001'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-TAKEN           014001'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-USED            015001'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-REQD-OBJ        016010'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-USE-ROOM        026002'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-IS-WIN          028001'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-DESC            029040'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-USE-MSG         069060'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-POINTS          129003'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-WEIGHT          132002'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-IS-CONT         134001'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-IS-OPEN         135001'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-CARRY-BONUS     136002'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-IN-OBJECT       138010'.
           05 FILLER PIC X(27) VALUE
              'OOBJ-IS-LIGHT        148001'.
           05 FILLER PIC X(27) VALUE
              'CCRE-ROOM            011002'.
           05 FILLER PIC X(27) VALUE
              'CCRE-HP              013003'.
           05 FILLER PIC X(27) VALUE
              'CCRE-KILL-OBJ        016010'.
           05 FILLER PIC X(27) VALUE
              'CCRE-BLOCKS          026001'.
           05 FILLER PIC X(27) VALUE
              'CCRE-DESC            027040'.
           05 FILLER PIC X(27) VALUE
              'NNPC-ROOM            011002'.
           05 FILLER PIC X(27) VALUE
              'NNPC-KEYWORD 1       013010'.
           05 FILLER PIC X(27) VALUE
              'NNPC-RESPONSE 1      023060'.
           05 FILLER PIC X(27) VALUE
              'NNPC-KEYWORD 2       083010'.
           05 FILLER PIC X(27) VALUE
              'NNPC-RESPONSE 2      093060'.
           05 FILLER PIC X(27) VALUE
              'NNPC-KEYWORD 3       153010'.
           05 FILLER PIC X(27) VALUE
              'NNPC-RESPONSE 3      163060'.
           05 FILLER PIC X(27) VALUE
              'NNPC-WANT-OBJ        223010'.
           05 FILLER PIC X(27) VALUE
              'NNPC-GIVE-OBJ        233010'.
           05 FILLER PIC X(27) VALUE
              'NNPC-GIVE-MSG        243060'.
           05 FILLER PIC X(27) VALUE
              'NNPC-DESC            303040'.
           05 FILLER PIC X(27) VALUE
              'EEVT-EVERY           005001'.
           05 FILLER PIC X(27) VALUE
              'EEVT-DIR             016001'.
           05 FILLER PIC X(27) VALUE
              'EEVT-TARGET          017002'.
           05 FILLER PIC X(27) VALUE
              'EEVT-MSG             029060'.
           05 FILLER PIC X(27) VALUE
              'HHINT-COST           003003'.
           05 FILLER PIC X(27) VALUE
              'HHINT-TEXT           006060'.
           05 FILLER PIC X(27) VALUE
              'SSHOP-ROOM           011002'.
           05 FILLER PIC X(27) VALUE
              'SSHOP-DESC           013040'.
           05 FILLER PIC X(27) VALUE
              'QRCP-RESULT          021010'.
           05 FILLER PIC X(27) VALUE
              'QRCP-ROOM            031002'.
           05 FILLER PIC X(27) VALUE
              'QRCP-MSG             033060'.
           05 FILLER PIC X(27) VALUE
              'UQST-ID              001008'.
           05 FILLER PIC X(27) VALUE
              'UQST-TITLE           009030'.
           05 FILLER PIC X(27) VALUE
              'UQST-POINTS          039003'.
           05 FILLER PIC X(27) VALUE
              'UQST-TYPE-1          042006'.
           05 FILLER PIC X(27) VALUE
              'UQST-NAME-1          048010'.
           05 FILLER PIC X(27) VALUE
              'UQST-ROOM-1          058002'.
           05 FILLER PIC X(27) VALUE
              'UQST-NPC-1           060010'.
           05 FILLER PIC X(27) VALUE
              'UQST-TYPE-2          070006'.
           05 FILLER PIC X(27) VALUE
              'UQST-NAME-2          076010'.
           05 FILLER PIC X(27) VALUE
              'UQST-ROOM-2          086002'.
           05 FILLER PIC X(27) VALUE
              'UQST-NPC-2           088010'.
           05 FILLER PIC X(27) VALUE
              'UQST-TYPE-3          098006'.
           05 FILLER PIC X(27) VALUE
              'UQST-NAME-3          104010'.
           05 FILLER PIC X(27) VALUE
              'UQST-ROOM-3          114002'.
           05 FILLER PIC X(27) VALUE
              'UQST-NPC-3           116010'.
           05 FILLER PIC X(27) VALUE
              'UQST-TYPE-4          126006'.
           05 FILLER PIC X(27) VALUE
              'UQST-NAME-4          132010'.
           05 FILLER PIC X(27) VALUE
              'UQST-ROOM-4          142002'.
           05 FILLER PIC X(27) VALUE
              'UQST-NPC-4           144010'.
           05 FILLER PIC X(27) VALUE
              'UQST-TYPE-5          154006'.
           05 FILLER PIC X(27) VALUE
              'UQST-NAME-5          160010'.
           05 FILLER PIC X(27) VALUE
              'UQST-ROOM-5          170002'.
           05 FILLER PIC X(27) VALUE
              'UQST-NPC-5           172010'.
       01  WS-FIELD-TBL REDEFINES WS-FIELD-DEFS.
           05 WS-FIELD-ENTRY OCCURS 97 TIMES.
              10 FLD-CODE      PIC X(01).
              10 FLD-NAME      PIC X(20).
              10 FLD-OFFSET    PIC 9(03).
              10 FLD-LENGTH    PIC 9(03).
       01 WS-FIELD-COUNT     PIC 99 VALUE 97.
       01 WS-FLD-IX          PIC 99 VALUE 0.
       01 WS-REC-CODE        PIC X(01) VALUE SPACE.

      * BOTH COPIES OF THE FILE UNDER COMPARISON, AS RAW RECORD
      * IMAGES WITH A MATCH KEY AND A PRINTABLE LABEL
       01 WS-MAX-RECS        PIC 999 VALUE 120.
       01 OLD-SET.
           05 OLD-COUNT      PIC 999 VALUE 0.
           05 OLD-REC        OCCURS 120 TIMES.
              10 OLD-KEY     PIC X(30).
              10 OLD-LABEL   PIC X(40).
              10 OLD-DATA    PIC X(342).
              10 OLD-MATCHED PIC X.
       01 NEW-SET.
           05 NEW-COUNT      PIC 999 VALUE 0.
           05 NEW-REC        OCCURS 120 TIMES.
              10 NEW-KEY     PIC X(30).
              10 NEW-LABEL   PIC X(40).
              10 NEW-DATA    PIC X(342).
              10 NEW-MATCHED PIC X.
       01 WS-SIDE            PIC X(01) VALUE SPACE.
       01 WS-SET-FOUND       PIC X(01) VALUE 'N'.
       01 WS-OLD-FOUND       PIC X(01) VALUE 'N'.
       01 WS-NEW-FOUND       PIC X(01) VALUE 'N'.
       01 WS-IN-DATA         PIC X(342) VALUE SPACES.
       01 WS-IN-KEY          PIC X(30) VALUE SPACES.
       01 WS-IN-LABEL        PIC X(40) VALUE SPACES.
       01 WS-LABEL-PTR       PIC 999 VALUE 1.

      * ONE FIELD-LEVEL DIFFERENCE, AND THE LINE IT IS PRINTED ON
       01 WS-CHG-LABEL       PIC X(40) VALUE SPACES.
       01 WS-CHG-FIELD       PIC X(30) VALUE SPACES.
       01 WS-CHG-OLD         PIC X(100) VALUE SPACES.
       01 WS-CHG-NEW         PIC X(100) VALUE SPACES.
       01 WS-CHG-LEN         PIC 999 VALUE 0.
       01 WS-LABEL-LEN       PIC 99 VALUE 0.
       01 WS-FIELD-LEN       PIC 99 VALUE 0.
       01 WS-OLD-LEN         PIC 999 VALUE 0.
       01 WS-NEW-LEN         PIC 999 VALUE 0.
       01 WS-OUT-LINE        PIC X(132) VALUE SPACES.
       01 WS-OUT-PTR         PIC 999 VALUE 1.
       01 WS-ITEM-OFF        PIC 999 VALUE 0.
       01 WS-ITEM-OFF2       PIC 999 VALUE 0.
       01 WS-ITEM-NAME       PIC X(10) VALUE SPACES.

      * CONTROL TOTALS, ONE LINE PER FILE
       01 TOTAL-DATA.
           05 TOT-REC        OCCURS 9 TIMES.
              10 TOT-OLD     PIC 9(05).
              10 TOT-NEW     PIC 9(05).
              10 TOT-ADDED   PIC 9(05).
              10 TOT-DELETED PIC 9(05).
              10 TOT-CHANGED PIC 9(05).
              10 TOT-SAME    PIC 9(05).
              10 TOT-FIELDS  PIC 9(05).
              10 TOT-STATE   PIC X(10).
       01 WS-REC-FIELDS      PIC 9(05) VALUE 0.
       01 CT-DIFFS           PIC 9(07) VALUE 0.

       01 I                  PIC 999 VALUE 0.
       01 J                  PIC 999 VALUE 0.
       01 K                  PIC 99 VALUE 0.
       01 L                  PIC 99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * DATASET COMPARE: LISTS EVERY RECORD ADDED, DELETED OR
      * CHANGED BETWEEN TWO COPIES OF THE WORLD, FIELD BY FIELD,
      * FOR ROOMS (WITH THE TITLE, OPTIONS AND MANIFEST CONTROL
      * RECORDS), OBJECTS, CREATURES, NPCS, EVENTS, HINTS, SHOPS,
      * RECIPES AND QUESTS, THEN CONTROL TOTALS PER FILE. FOR
      * SIGN-OFF OF A DATASET CHANGE BEFORE IT GOES LIVE.
      * EACH SET IS NAMED BY THE PREFIX ITS FILE NAMES CARRY
      * (E.G. stage/ OR gen00012.); LIVE MEANS THE UNPREFIXED
      * PRODUCTION NAMES. RC 4 WHEN THE SETS DIFFER.
      * PARM: <OLD-PREFIX> <NEW-PREFIX>
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-OLD-PREFIX WS-NEW-PREFIX
           IF WS-OLD-PREFIX = SPACES OR WS-NEW-PREFIX = SPACES
              DISPLAY 'TWO DATASET PREFIXES ARE REQUIRED'
                 ' (LIVE FOR THE PRODUCTION FILES).'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'DATASET COMPARE'
           DISPLAY 'OLD SET [' WS-OLD-PREFIX ']'
           DISPLAY 'NEW SET [' WS-NEW-PREFIX ']'
           DISPLAY SPACE

           PERFORM COMPARE-ONE-FILE
              VARYING WS-FILE-IX FROM 1 BY 1 UNTIL WS-FILE-IX > 9

           PERFORM REPORT-TOTALS
           IF CT-DIFFS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * -------------------------
      * LOAD BOTH COPIES OF ONE FILE, PAIR THEIR RECORDS BY KEY
      * AND REPORT THE DIFFERENCES
      * -------------------------
       COMPARE-ONE-FILE.
           MOVE 0 TO TOT-OLD(WS-FILE-IX) TOT-NEW(WS-FILE-IX)
                     TOT-ADDED(WS-FILE-IX) TOT-DELETED(WS-FILE-IX)
                     TOT-CHANGED(WS-FILE-IX) TOT-SAME(WS-FILE-IX)
                     TOT-FIELDS(WS-FILE-IX)
           MOVE 0 TO OLD-COUNT NEW-COUNT
           MOVE WS-OLD-PREFIX TO WS-CUR-PREFIX
           PERFORM BUILD-FILENAME
           MOVE WS-CUR-FILENAME TO WS-OLD-FILENAME
           MOVE 'O' TO WS-SIDE
           PERFORM LOAD-SET
           MOVE WS-SET-FOUND TO WS-OLD-FOUND
           MOVE WS-NEW-PREFIX TO WS-CUR-PREFIX
           PERFORM BUILD-FILENAME
           MOVE WS-CUR-FILENAME TO WS-NEW-FILENAME
           MOVE 'N' TO WS-SIDE
           PERFORM LOAD-SET
           MOVE WS-SET-FOUND TO WS-NEW-FOUND
           MOVE OLD-COUNT TO TOT-OLD(WS-FILE-IX)
           MOVE NEW-COUNT TO TOT-NEW(WS-FILE-IX)

           DISPLAY '--- ' WS-FILE-TITLE(WS-FILE-IX) ' ['
              WS-OLD-FILENAME '] -> [' WS-NEW-FILENAME '] ---'
           EVALUATE TRUE
              WHEN WS-OLD-FOUND = 'N' AND WS-NEW-FOUND = 'N'
                 MOVE 'ABSENT' TO TOT-STATE(WS-FILE-IX)
                 DISPLAY 'NOT PRESENT IN EITHER SET.'
              WHEN WS-OLD-FOUND = 'N'
                 MOVE 'NEW FILE' TO TOT-STATE(WS-FILE-IX)
                 DISPLAY 'FILE IS NEW IN THIS SET.'
              WHEN WS-NEW-FOUND = 'N'
                 MOVE 'DROPPED' TO TOT-STATE(WS-FILE-IX)
                 DISPLAY 'FILE IS DROPPED FROM THIS SET.'
              WHEN OTHER
                 MOVE SPACES TO TOT-STATE(WS-FILE-IX)
           END-EVALUATE

           PERFORM PAIR-OLD-RECORD
              VARYING I FROM 1 BY 1 UNTIL I > OLD-COUNT
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > NEW-COUNT
              IF NEW-MATCHED(J) = 'N'
                 ADD 1 TO TOT-ADDED(WS-FILE-IX)
                 ADD 1 TO CT-DIFFS
                 MOVE NEW-LABEL(J) TO WS-CHG-LABEL
                 PERFORM FIND-LABEL-LEN
                 DISPLAY WS-CHG-LABEL(1:WS-LABEL-LEN) ' ADDED'
              END-IF
           END-PERFORM
           IF TOT-ADDED(WS-FILE-IX) = 0
              AND TOT-DELETED(WS-FILE-IX) = 0
              AND TOT-CHANGED(WS-FILE-IX) = 0
              AND TOT-STATE(WS-FILE-IX) = SPACES
              DISPLAY 'NO DIFFERENCES.'
           END-IF
           DISPLAY SPACE.

       BUILD-FILENAME.
           MOVE SPACES TO WS-CUR-FILENAME
           IF WS-CUR-PREFIX = 'LIVE'
              MOVE WS-FILE-BASE(WS-FILE-IX) TO WS-CUR-FILENAME
           ELSE
              STRING WS-CUR-PREFIX DELIMITED BY SPACE
                 WS-FILE-BASE(WS-FILE-IX) DELIMITED BY SPACE
                 INTO WS-CUR-FILENAME
           END-IF.

      * -------------------------
      * A MISSING FILE LOADS AS AN EMPTY SET, SO EVERY RECORD ON
      * THE OTHER SIDE SHOWS AS ADDED OR DELETED
      * -------------------------
       LOAD-SET.
           MOVE 'N' TO WS-SET-FOUND
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
              WHEN 6
                 OPEN INPUT HINT-FILE
              WHEN 7
                 OPEN INPUT SHOP-FILE
              WHEN 8
                 OPEN INPUT RCP-FILE
              WHEN OTHER
                 OPEN INPUT QST-FILE
           END-EVALUATE
           IF WS-FS-DATA = '00'
              MOVE 'Y' TO WS-SET-FOUND
              PERFORM READ-DATA
              PERFORM UNTIL NO-MORE-DATA
                 PERFORM STORE-RECORD
                 PERFORM READ-DATA
              END-PERFORM
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
                 WHEN OTHER
                    CLOSE QST-FILE
              END-EVALUATE
           END-IF.

       READ-DATA.
           MOVE SPACES TO WS-IN-DATA
           EVALUATE WS-FILE-IX
              WHEN 1
                 READ ROOM-FILE NEXT RECORD
                    AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE ROOM-RECORD TO WS-IN-DATA
              WHEN 2
                 READ OBJ-FILE NEXT RECORD
                    AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE OBJ-RECORD TO WS-IN-DATA
              WHEN 3
                 READ CRE-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE CRE-RECORD TO WS-IN-DATA
              WHEN 4
                 READ NPC-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE NPC-RECORD TO WS-IN-DATA
              WHEN 5
                 READ EVT-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE EVT-RECORD TO WS-IN-DATA
              WHEN 6
                 READ HINT-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE HINT-RECORD TO WS-IN-DATA
              WHEN 7
                 READ SHOP-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE SHOP-RECORD TO WS-IN-DATA
              WHEN 8
                 READ RCP-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE RCP-RECORD TO WS-IN-DATA
              WHEN OTHER
                 READ QST-FILE AT END SET NO-MORE-DATA TO TRUE
                 END-READ
                 MOVE QST-RECORD TO WS-IN-DATA
           END-EVALUATE
           IF WS-FS-DATA NOT = '00' AND WS-FS-DATA NOT = '10'
              DISPLAY 'ERROR READING [' WS-CUR-FILENAME '] STATUS='
                 WS-FS-DATA
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * KEY AND LABEL PER FILE. EVENTS HAVE NO NAME, SO THEY ARE
      * KEYED BY TURN, ACTION, ROOM AND OBJECT; HINTS BY ROOM.
      * RECORDS SHARING A KEY PAIR UP IN FILE ORDER.
      * -------------------------
       STORE-RECORD.
           MOVE SPACES TO WS-IN-KEY
           MOVE SPACES TO WS-IN-LABEL
           MOVE 1 TO WS-LABEL-PTR
           EVALUATE WS-FILE-IX
              WHEN 1
                 MOVE WS-IN-DATA(1:3) TO WS-IN-KEY
                 EVALUATE TRUE
                    WHEN WS-IN-DATA(1:3) = '000'
                       MOVE 'TITLE RECORD' TO WS-IN-LABEL
                    WHEN WS-IN-DATA(1:3) = '998'
                       MOVE 'OPTIONS RECORD' TO WS-IN-LABEL
                    WHEN WS-IN-DATA(1:3) = '999'
                       MOVE 'MANIFEST RECORD' TO WS-IN-LABEL
                    WHEN WS-IN-DATA(1:1) = '0'
                       STRING 'ROOM ' WS-IN-DATA(2:2)
                          DELIMITED BY SIZE INTO WS-IN-LABEL
                    WHEN OTHER
                       STRING 'ROOM ' WS-IN-DATA(1:3)
                          DELIMITED BY SIZE INTO WS-IN-LABEL
                 END-EVALUATE
              WHEN 2
                 MOVE WS-IN-DATA(1:10) TO WS-IN-KEY
                 STRING 'OBJECT ' DELIMITED BY SIZE
                    WS-IN-DATA(1:10) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
              WHEN 3
                 MOVE WS-IN-DATA(1:10) TO WS-IN-KEY
                 STRING 'CREATURE ' DELIMITED BY SIZE
                    WS-IN-DATA(1:10) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
              WHEN 4
                 MOVE WS-IN-DATA(1:10) TO WS-IN-KEY
                 STRING 'NPC ' DELIMITED BY SIZE
                    WS-IN-DATA(1:10) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
              WHEN 5
                 STRING WS-IN-DATA(1:4) WS-IN-DATA(6:8)
                    WS-IN-DATA(14:2) WS-IN-DATA(19:10)
                    DELIMITED BY SIZE INTO WS-IN-KEY
                 STRING 'EVENT ' WS-IN-DATA(1:4) ' '
                    DELIMITED BY SIZE
                    WS-IN-DATA(6:8) DELIMITED BY SPACE
                    ' ROOM ' WS-IN-DATA(14:2) ' '
                    DELIMITED BY SIZE
                    WS-IN-DATA(19:10) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
              WHEN 6
                 MOVE WS-IN-DATA(1:2) TO WS-IN-KEY
                 STRING 'HINT ROOM ' WS-IN-DATA(1:2)
                    DELIMITED BY SIZE INTO WS-IN-LABEL
              WHEN 7
                 MOVE WS-IN-DATA(1:10) TO WS-IN-KEY
                 STRING 'SHOP ' DELIMITED BY SIZE
                    WS-IN-DATA(1:10) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
              WHEN 8
                 MOVE WS-IN-DATA(1:20) TO WS-IN-KEY
                 STRING 'RECIPE ' DELIMITED BY SIZE
                    WS-IN-DATA(1:10) DELIMITED BY SPACE
                    '+' DELIMITED BY SIZE
                    WS-IN-DATA(11:10) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
              WHEN OTHER
                 MOVE WS-IN-DATA(1:8) TO WS-IN-KEY
                 STRING 'QUEST ' DELIMITED BY SIZE
                    WS-IN-DATA(1:8) DELIMITED BY SPACE
                    INTO WS-IN-LABEL
           END-EVALUATE
           IF WS-SIDE = 'O'
              IF OLD-COUNT >= WS-MAX-RECS
                 DISPLAY '[' WS-CUR-FILENAME '] EXCEEDS '
                    WS-MAX-RECS ' RECORDS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO OLD-COUNT
              MOVE WS-IN-KEY TO OLD-KEY(OLD-COUNT)
              MOVE WS-IN-LABEL TO OLD-LABEL(OLD-COUNT)
              MOVE WS-IN-DATA TO OLD-DATA(OLD-COUNT)
              MOVE 'N' TO OLD-MATCHED(OLD-COUNT)
           ELSE
              IF NEW-COUNT >= WS-MAX-RECS
                 DISPLAY '[' WS-CUR-FILENAME '] EXCEEDS '
                    WS-MAX-RECS ' RECORDS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO NEW-COUNT
              MOVE WS-IN-KEY TO NEW-KEY(NEW-COUNT)
              MOVE WS-IN-LABEL TO NEW-LABEL(NEW-COUNT)
              MOVE WS-IN-DATA TO NEW-DATA(NEW-COUNT)
              MOVE 'N' TO NEW-MATCHED(NEW-COUNT)
           END-IF.

      * -------------------------
      * FIND THE FIRST UNPAIRED NEW RECORD WITH THE SAME KEY. NONE
      * MEANS THE RECORD WAS DELETED.
      * -------------------------
       PAIR-OLD-RECORD.
           PERFORM DO-NOTHING VARYING J FROM 1 BY 1
              UNTIL J > NEW-COUNT
                 OR (NEW-MATCHED(J) = 'N' AND NEW-KEY(J) = OLD-KEY(I))
           IF J > NEW-COUNT
              ADD 1 TO TOT-DELETED(WS-FILE-IX)
              ADD 1 TO CT-DIFFS
              MOVE OLD-LABEL(I) TO WS-CHG-LABEL
              PERFORM FIND-LABEL-LEN
              DISPLAY WS-CHG-LABEL(1:WS-LABEL-LEN) ' DELETED'
           ELSE
              MOVE 'Y' TO NEW-MATCHED(J)
              MOVE 'Y' TO OLD-MATCHED(I)
              IF OLD-DATA(I) = NEW-DATA(J)
                 ADD 1 TO TOT-SAME(WS-FILE-IX)
              ELSE
                 ADD 1 TO TOT-CHANGED(WS-FILE-IX)
                 ADD 1 TO CT-DIFFS
                 PERFORM COMPARE-FIELDS
              END-IF
           END-IF.

       COMPARE-FIELDS.
           MOVE 0 TO WS-REC-FIELDS
           MOVE OLD-LABEL(I) TO WS-CHG-LABEL
           MOVE WS-FILE-CODE(WS-FILE-IX) TO WS-REC-CODE
           IF WS-FILE-IX = 1
              IF OLD-KEY(I) = '998'
                 MOVE 'P' TO WS-REC-CODE
              END-IF
              IF OLD-KEY(I) = '999'
                 MOVE 'M' TO WS-REC-CODE
              END-IF
           END-IF
           PERFORM COMPARE-ONE-FIELD
              VARYING WS-FLD-IX FROM 1 BY 1
              UNTIL WS-FLD-IX > WS-FIELD-COUNT
           IF WS-FILE-IX = 7
              PERFORM COMPARE-SHOP-ITEMS
           END-IF
      * A CONTROL RECORD CAN DIFFER OUTSIDE THE FIELDS IT PACKS
           IF WS-REC-FIELDS = 0
              MOVE 'RECORD' TO WS-CHG-FIELD
              MOVE OLD-DATA(I) TO WS-CHG-OLD
              MOVE NEW-DATA(J) TO WS-CHG-NEW
              MOVE 100 TO WS-CHG-LEN
              PERFORM SHOW-FIELD-CHANGE
           END-IF
           ADD WS-REC-FIELDS TO TOT-FIELDS(WS-FILE-IX).

       COMPARE-ONE-FIELD.
           IF FLD-CODE(WS-FLD-IX) = WS-REC-CODE
              IF OLD-DATA(I)(FLD-OFFSET(WS-FLD-IX):
                             FLD-LENGTH(WS-FLD-IX))
                 NOT = NEW-DATA(J)(FLD-OFFSET(WS-FLD-IX):
                                   FLD-LENGTH(WS-FLD-IX))
                 MOVE FLD-NAME(WS-FLD-IX) TO WS-CHG-FIELD
                 MOVE SPACES TO WS-CHG-OLD WS-CHG-NEW
                 MOVE OLD-DATA(I)(FLD-OFFSET(WS-FLD-IX):
                                  FLD-LENGTH(WS-FLD-IX))
                    TO WS-CHG-OLD
                 MOVE NEW-DATA(J)(FLD-OFFSET(WS-FLD-IX):
                                  FLD-LENGTH(WS-FLD-IX))
                    TO WS-CHG-NEW
                 MOVE FLD-LENGTH(WS-FLD-IX) TO WS-CHG-LEN
                 PERFORM SHOW-FIELD-CHANGE
              END-IF
           END-IF.

      * -------------------------
      * PRICE LIST ITEMS PAIR BY OBJECT NAME, NOT BY SLOT, SO
      * REORDERING A MERCHANT'S LIST IS NOT REPORTED AS A CHANGE
      * -------------------------
       COMPARE-SHOP-ITEMS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
              COMPUTE WS-ITEM-OFF = 53 + (K - 1) * 20
              MOVE OLD-DATA(I)(WS-ITEM-OFF:10) TO WS-ITEM-NAME
              IF WS-ITEM-NAME NOT = SPACES
                 PERFORM DO-NOTHING VARYING L FROM 1 BY 1
                    UNTIL L > 5
                       OR NEW-DATA(J)(53 + (L - 1) * 20:10)
                          = WS-ITEM-NAME
                 MOVE SPACES TO WS-CHG-FIELD
                 IF L > 5
                    STRING 'ITEM ' DELIMITED BY SIZE
                       WS-ITEM-NAME DELIMITED BY SPACE
                       INTO WS-CHG-FIELD
                    MOVE 'LISTED' TO WS-CHG-OLD
                    MOVE 'DROPPED' TO WS-CHG-NEW
                    MOVE 10 TO WS-CHG-LEN
                    PERFORM SHOW-FIELD-CHANGE
                 ELSE
                    COMPUTE WS-ITEM-OFF2 = 53 + (L - 1) * 20
                    IF OLD-DATA(I)(WS-ITEM-OFF + 10:5)
                       NOT = NEW-DATA(J)(WS-ITEM-OFF2 + 10:5)
                       STRING 'ITEM ' DELIMITED BY SIZE
                          WS-ITEM-NAME DELIMITED BY SPACE
                          ' BUY PRICE' DELIMITED BY SIZE
                          INTO WS-CHG-FIELD
                       MOVE OLD-DATA(I)(WS-ITEM-OFF + 10:5)
                          TO WS-CHG-OLD
                       MOVE NEW-DATA(J)(WS-ITEM-OFF2 + 10:5)
                          TO WS-CHG-NEW
                       MOVE 5 TO WS-CHG-LEN
                       PERFORM SHOW-FIELD-CHANGE
                    END-IF
                    MOVE SPACES TO WS-CHG-FIELD
                    IF OLD-DATA(I)(WS-ITEM-OFF + 15:5)
                       NOT = NEW-DATA(J)(WS-ITEM-OFF2 + 15:5)
                       STRING 'ITEM ' DELIMITED BY SIZE
                          WS-ITEM-NAME DELIMITED BY SPACE
                          ' SELL PRICE' DELIMITED BY SIZE
                          INTO WS-CHG-FIELD
                       MOVE OLD-DATA(I)(WS-ITEM-OFF + 15:5)
                          TO WS-CHG-OLD
                       MOVE NEW-DATA(J)(WS-ITEM-OFF2 + 15:5)
                          TO WS-CHG-NEW
                       MOVE 5 TO WS-CHG-LEN
                       PERFORM SHOW-FIELD-CHANGE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
              COMPUTE WS-ITEM-OFF2 = 53 + (L - 1) * 20
              MOVE NEW-DATA(J)(WS-ITEM-OFF2:10) TO WS-ITEM-NAME
              IF WS-ITEM-NAME NOT = SPACES
                 PERFORM DO-NOTHING VARYING K FROM 1 BY 1
                    UNTIL K > 5
                       OR OLD-DATA(I)(53 + (K - 1) * 20:10)
                          = WS-ITEM-NAME
                 IF K > 5
                    MOVE SPACES TO WS-CHG-FIELD
                    STRING 'ITEM ' DELIMITED BY SIZE
                       WS-ITEM-NAME DELIMITED BY SPACE
                       INTO WS-CHG-FIELD
                    MOVE SPACES TO WS-CHG-OLD WS-CHG-NEW
                    MOVE 'UNLISTED' TO WS-CHG-OLD
                    STRING 'BUY ' NEW-DATA(J)(WS-ITEM-OFF2 + 10:5)
                       ' SELL ' NEW-DATA(J)(WS-ITEM-OFF2 + 15:5)
                       DELIMITED BY SIZE INTO WS-CHG-NEW
                    MOVE 20 TO WS-CHG-LEN
                    PERFORM SHOW-FIELD-CHANGE
                 END-IF
              END-IF
           END-PERFORM.

      * -------------------------
      * ONE DIFFERENCE: SHORT VALUES ON ONE LINE AS OLD -> NEW,
      * TEXT FIELDS AS A WAS/NOW PAIR
      * -------------------------
       SHOW-FIELD-CHANGE.
           ADD 1 TO WS-REC-FIELDS
           PERFORM FIND-LABEL-LEN
           PERFORM DO-NOTHING VARYING WS-FIELD-LEN FROM 30 BY -1
              UNTIL WS-FIELD-LEN < 2
                 OR WS-CHG-FIELD(WS-FIELD-LEN:1) NOT = SPACE
           PERFORM DO-NOTHING VARYING WS-OLD-LEN FROM 100 BY -1
              UNTIL WS-OLD-LEN < 2
                 OR WS-CHG-OLD(WS-OLD-LEN:1) NOT = SPACE
           PERFORM DO-NOTHING VARYING WS-NEW-LEN FROM 100 BY -1
              UNTIL WS-NEW-LEN < 2
                 OR WS-CHG-NEW(WS-NEW-LEN:1) NOT = SPACE
           MOVE SPACES TO WS-OUT-LINE
           MOVE 1 TO WS-OUT-PTR
           STRING WS-CHG-LABEL(1:WS-LABEL-LEN) ' '
              WS-CHG-FIELD(1:WS-FIELD-LEN) DELIMITED BY SIZE
              INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
           IF WS-CHG-LEN > 20
              DISPLAY WS-OUT-LINE(1:WS-OUT-PTR - 1) ' CHANGED'
              DISPLAY '   WAS: ' WS-CHG-OLD(1:WS-OLD-LEN)
              DISPLAY '   NOW: ' WS-CHG-NEW(1:WS-NEW-LEN)
           ELSE
              STRING ' ' WS-CHG-OLD(1:WS-OLD-LEN) ' -> '
                 WS-CHG-NEW(1:WS-NEW-LEN) DELIMITED BY SIZE
                 INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
              DISPLAY WS-OUT-LINE(1:WS-OUT-PTR - 1)
           END-IF.

       FIND-LABEL-LEN.
           PERFORM DO-NOTHING VARYING WS-LABEL-LEN FROM 40 BY -1
              UNTIL WS-LABEL-LEN < 2
                 OR WS-CHG-LABEL(WS-LABEL-LEN:1) NOT = SPACE.

       REPORT-TOTALS.
           DISPLAY '--- CONTROL TOTALS ---'
           DISPLAY 'FILE        OLD   NEW ADDED DELTD CHNGD  SAME'
              ' FIELDS'
           PERFORM VARYING WS-FILE-IX FROM 1 BY 1
              UNTIL WS-FILE-IX > 9
              DISPLAY WS-FILE-TITLE(WS-FILE-IX)
                 TOT-OLD(WS-FILE-IX) ' '
                 TOT-NEW(WS-FILE-IX) ' '
                 TOT-ADDED(WS-FILE-IX) ' '
                 TOT-DELETED(WS-FILE-IX) ' '
                 TOT-CHANGED(WS-FILE-IX) ' '
                 TOT-SAME(WS-FILE-IX) ' '
                 TOT-FIELDS(WS-FILE-IX) ' '
                 TOT-STATE(WS-FILE-IX)
           END-PERFORM
           DISPLAY SPACE
           IF CT-DIFFS = 0
              DISPLAY 'DATASET SETS ARE IDENTICAL.'
           ELSE
              DISPLAY 'RECORDS ADDED, DELETED OR CHANGED: ' CT-DIFFS
           END-IF.

       DO-NOTHING.

           EXIT.
