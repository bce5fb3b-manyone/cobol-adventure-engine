       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLAYER-REG-FILE
               ASSIGN DYNAMIC WS-PREG-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-PLAYER-ID
               FILE STATUS IS WS-FS-PREG.
           SELECT SIGNON-REJ-FILE
               ASSIGN DYNAMIC WS-REJ-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-PREG PIC X VALUE 'N'.
               88 NO-MORE-PREG VALUE 'Y'.
           03 WS-EOF-REJ  PIC X VALUE 'N'.
               88 NO-MORE-REJ VALUE 'Y'.

       01 WS-FS-PREG     PIC X(02).
       01 WS-FS-REJ      PIC X(02).

       01 WS-PREG-FILENAME  PIC X(40) VALUE 'playerreg.dat'.
       01 WS-REJ-FILENAME   PIC X(40) VALUE 'signonrej.dat'.
       01 WS-DATASET-PARM   PIC X(120) VALUE SPACES.
       01 WS-MODE           PIC X(10) VALUE SPACES.
       01 WS-PARM-ID        PIC X(10) VALUE SPACES.
       01 WS-PARM-PIN       PIC X(10) VALUE SPACES.
       01 WS-PIN-LEN        PIC 99 VALUE 0.
       01 WS-TODAY          PIC 9(08) VALUE 0.

       01 CT-LISTED         PIC 9(05) VALUE 0.
       01 CT-ACTIVE         PIC 9(05) VALUE 0.
       01 CT-SUSPENDED      PIC 9(05) VALUE 0.
       01 CT-CLOSED         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * PLAYER ENROLLMENT REGISTRY MAINTENANCE. TEXT-ADVENTURE ONLY
      * ADMITS A PLAYER ID THAT IS ENROLLED HERE, ACTIVE, AND SIGNED
      * ON WITH ITS PIN; EVERY REFUSED SIGN-ON IS WRITTEN TO
      * SIGNONREJ.DAT, WHICH THE REJECTS MODE LISTS FOR THE DESK.
      * A CLOSED ID IS NEVER REOPENED OR RE-ENROLLED, SO ITS SAVES
      * AND HISTORY CANNOT BE PICKED UP BY A NEW OWNER.
      * PARM: ENROLL    <PLAYER-ID> <PIN>
      *       RESETPIN  <PLAYER-ID> <PIN>
      *       SUSPEND   <PLAYER-ID>
      *       REINSTATE <PLAYER-ID>
      *       CLOSE     <PLAYER-ID>
      *       LIST | REJECTS
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
              INTO WS-MODE WS-PARM-ID WS-PARM-PIN
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY 'PLAYER REGISTRY MAINTENANCE (' WS-MODE ')'
           DISPLAY 'REGISTRY [' WS-PREG-FILENAME ']'
           DISPLAY SPACE

           EVALUATE WS-MODE
              WHEN 'ENROLL'
                 PERFORM CHECK-ID-GIVEN
                 PERFORM CHECK-PIN-GIVEN
                 PERFORM ENROLL-PLAYER
              WHEN 'RESETPIN'
                 PERFORM CHECK-ID-GIVEN
                 PERFORM CHECK-PIN-GIVEN
                 PERFORM RESET-PLAYER-PIN
              WHEN 'SUSPEND'
                 PERFORM CHECK-ID-GIVEN
                 PERFORM SUSPEND-PLAYER
              WHEN 'REINSTATE'
                 PERFORM CHECK-ID-GIVEN
                 PERFORM REINSTATE-PLAYER
              WHEN 'CLOSE'
                 PERFORM CHECK-ID-GIVEN
                 PERFORM CLOSE-PLAYER
              WHEN 'LIST'
                 PERFORM LIST-REGISTRY
              WHEN 'REJECTS'
                 PERFORM LIST-REJECTS
              WHEN OTHER
                 DISPLAY 'MODE MUST BE ENROLL, RESETPIN, SUSPEND,'
                    ' REINSTATE, CLOSE, LIST OR REJECTS, NOT ['
                    WS-MODE ']'
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CHECK-ID-GIVEN.
           IF WS-PARM-ID = SPACES
              DISPLAY 'NO PLAYER ID GIVEN.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * A PIN IS 4 TO 8 CHARACTERS WITH NO EMBEDDED BLANKS
       CHECK-PIN-GIVEN.
           PERFORM DO-NOTHING VARYING WS-PIN-LEN FROM 10 BY -1
              UNTIL WS-PIN-LEN < 1
                 OR WS-PARM-PIN(WS-PIN-LEN:1) NOT = SPACE
           IF WS-PIN-LEN < 4 OR WS-PIN-LEN > 8
              DISPLAY 'PIN MUST BE 4 TO 8 CHARACTERS.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * -------------------------
      * OPEN THE REGISTRY I-O, CREATING IT ON FIRST ENROLLMENT
      * -------------------------
       OPEN-IO-REGISTRY.
           OPEN I-O PLAYER-REG-FILE
           IF WS-FS-PREG NOT = '00'
              OPEN OUTPUT PLAYER-REG-FILE
              CLOSE PLAYER-REG-FILE
              OPEN I-O PLAYER-REG-FILE
           END-IF
           IF WS-FS-PREG NOT = '00'
              DISPLAY 'CANNOT OPEN PLAYER REGISTRY, STATUS='
                 WS-FS-PREG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-REGISTRY-BY-ID.
           MOVE WS-PARM-ID TO PR-PLAYER-ID
           READ PLAYER-REG-FILE
              INVALID KEY
                 CONTINUE
           END-READ.

       REWRITE-REGISTRY-REC.
           MOVE WS-TODAY TO PR-STATUS-DATE
           REWRITE PLAYER-REG-RECORD
           IF WS-FS-PREG NOT = '00'
              DISPLAY 'REWRITE FAILED FOR ' PR-PLAYER-ID
                 ' STATUS=' WS-FS-PREG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      * -------------------------
      * ENROLL A NEW PLAYER ID AS ACTIVE
      * -------------------------
       ENROLL-PLAYER.
           PERFORM OPEN-IO-REGISTRY
           PERFORM READ-REGISTRY-BY-ID
           IF WS-FS-PREG = '00'
              IF PR-CLOSED
                 DISPLAY WS-PARM-ID ' WAS CLOSED ON ' PR-STATUS-DATE
                    ' AND CANNOT BE RE-ENROLLED.'
              ELSE
                 DISPLAY WS-PARM-ID ' IS ALREADY ENROLLED (STATUS '
                    PR-STATUS ') - USE RESETPIN OR REINSTATE.'
              END-IF
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PLAYER-REG-RECORD
              MOVE WS-PARM-ID TO PR-PLAYER-ID
              MOVE WS-TODAY TO PR-ENROLL-DATE
              MOVE WS-PARM-PIN TO PR-PIN
              SET PR-ACTIVE TO TRUE
              MOVE WS-TODAY TO PR-STATUS-DATE
              WRITE PLAYER-REG-RECORD
              IF WS-FS-PREG NOT = '00'
                 DISPLAY 'WRITE FAILED FOR ' WS-PARM-ID
                    ' STATUS=' WS-FS-PREG
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY WS-PARM-ID ' ENROLLED ' WS-TODAY '.'
           END-IF
           CLOSE PLAYER-REG-FILE.

      * -------------------------
      * RESET THE PIN OF AN ACTIVE OR SUSPENDED ID
      * -------------------------
       RESET-PLAYER-PIN.
           PERFORM OPEN-IO-REGISTRY
           PERFORM READ-REGISTRY-BY-ID
           IF WS-FS-PREG NOT = '00'
              DISPLAY WS-PARM-ID ' IS NOT ENROLLED.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF PR-CLOSED
                 DISPLAY WS-PARM-ID ' IS CLOSED - PIN NOT RESET.'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-PARM-PIN TO PR-PIN
                 MOVE WS-TODAY TO PR-STATUS-DATE
                 REWRITE PLAYER-REG-RECORD
                 IF WS-FS-PREG NOT = '00'
                    DISPLAY 'REWRITE FAILED FOR ' PR-PLAYER-ID
                       ' STATUS=' WS-FS-PREG
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 DISPLAY WS-PARM-ID ' PIN RESET.'
              END-IF
           END-IF
           CLOSE PLAYER-REG-FILE.

      * -------------------------
      * SUSPEND / REINSTATE / CLOSE
      * -------------------------
       SUSPEND-PLAYER.
           PERFORM OPEN-IO-REGISTRY
           PERFORM READ-REGISTRY-BY-ID
           IF WS-FS-PREG NOT = '00'
              DISPLAY WS-PARM-ID ' IS NOT ENROLLED.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF NOT PR-ACTIVE
                 DISPLAY WS-PARM-ID ' IS NOT ACTIVE (STATUS '
                    PR-STATUS ') - NOT SUSPENDED.'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 SET PR-SUSPENDED TO TRUE
                 PERFORM REWRITE-REGISTRY-REC
                 DISPLAY WS-PARM-ID ' SUSPENDED.'
              END-IF
           END-IF
           CLOSE PLAYER-REG-FILE.

       REINSTATE-PLAYER.
           PERFORM OPEN-IO-REGISTRY
           PERFORM READ-REGISTRY-BY-ID
           IF WS-FS-PREG NOT = '00'
              DISPLAY WS-PARM-ID ' IS NOT ENROLLED.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF NOT PR-SUSPENDED
                 DISPLAY WS-PARM-ID ' IS NOT SUSPENDED (STATUS '
                    PR-STATUS ') - NOT REINSTATED.'
                 MOVE 8 TO RETURN-CODE
              ELSE
                 SET PR-ACTIVE TO TRUE
                 PERFORM REWRITE-REGISTRY-REC
                 DISPLAY WS-PARM-ID ' REINSTATED.'
              END-IF
           END-IF
           CLOSE PLAYER-REG-FILE.

       CLOSE-PLAYER.
           PERFORM OPEN-IO-REGISTRY
           PERFORM READ-REGISTRY-BY-ID
           IF WS-FS-PREG NOT = '00'
              DISPLAY WS-PARM-ID ' IS NOT ENROLLED.'
              MOVE 8 TO RETURN-CODE
           ELSE
              IF PR-CLOSED
                 DISPLAY WS-PARM-ID ' IS ALREADY CLOSED.'
              ELSE
                 SET PR-CLOSED TO TRUE
                 PERFORM REWRITE-REGISTRY-REC
                 DISPLAY WS-PARM-ID ' CLOSED.'
              END-IF
           END-IF
           CLOSE PLAYER-REG-FILE.

      * -------------------------
      * REGISTRY LISTING. PINS ARE NEVER PRINTED.
      * -------------------------
       LIST-REGISTRY.
           OPEN INPUT PLAYER-REG-FILE
           IF WS-FS-PREG NOT = '00'
              DISPLAY 'NO PLAYER REGISTRY, STATUS=' WS-FS-PREG
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY 'PLAYER ID   ENROLLED  STATUS  SINCE'
           MOVE SPACES TO PR-PLAYER-ID
           START PLAYER-REG-FILE KEY NOT < PR-PLAYER-ID
              INVALID KEY SET NO-MORE-PREG TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-PREG
              READ PLAYER-REG-FILE NEXT RECORD
                 AT END SET NO-MORE-PREG TO TRUE
              END-READ
              IF WS-FS-PREG NOT = '00' AND WS-FS-PREG NOT = '10'
                 SET NO-MORE-PREG TO TRUE
              END-IF
              IF NOT NO-MORE-PREG
                 ADD 1 TO CT-LISTED
                 EVALUATE TRUE
                    WHEN PR-ACTIVE
                       ADD 1 TO CT-ACTIVE
                    WHEN PR-SUSPENDED
                       ADD 1 TO CT-SUSPENDED
                    WHEN PR-CLOSED
                       ADD 1 TO CT-CLOSED
                 END-EVALUATE
                 DISPLAY PR-PLAYER-ID '  ' PR-ENROLL-DATE '  '
                    PR-STATUS '       ' PR-STATUS-DATE
              END-IF
           END-PERFORM
           CLOSE PLAYER-REG-FILE
           DISPLAY SPACE
           DISPLAY 'ENROLLED:  ' CT-LISTED
           DISPLAY 'ACTIVE:    ' CT-ACTIVE
           DISPLAY 'SUSPENDED: ' CT-SUSPENDED
           DISPLAY 'CLOSED:    ' CT-CLOSED.

      * -------------------------
      * REFUSED SIGN-ONS WRITTEN BY TEXT-ADVENTURE, FOR REVIEW
      * -------------------------
       LIST-REJECTS.
           OPEN INPUT SIGNON-REJ-FILE
           IF WS-FS-REJ NOT = '00'
              DISPLAY 'NO REFUSED SIGN-ONS ON FILE.'
           ELSE
              DISPLAY 'PLAYER ID   DATE      TIME    REASON'
              PERFORM READ-REJ
              PERFORM UNTIL NO-MORE-REJ
                 ADD 1 TO CT-LISTED
                 DISPLAY RJ-PLAYER-ID '  ' RJ-DATE '  ' RJ-TIME
                    '  ' RJ-REASON
                 PERFORM READ-REJ
              END-PERFORM
              CLOSE SIGNON-REJ-FILE
              DISPLAY SPACE
              DISPLAY 'REFUSED SIGN-ONS: ' CT-LISTED
           END-IF.

       READ-REJ.
           READ SIGNON-REJ-FILE AT END SET NO-MORE-REJ TO TRUE
           END-READ
           IF WS-FS-REJ NOT = '00' AND WS-FS-REJ NOT = '10'
              DISPLAY 'ERROR READING REFUSED SIGN-ONS, STATUS='
                 WS-FS-REJ
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

       DO-NOTHING.

           EXIT.
