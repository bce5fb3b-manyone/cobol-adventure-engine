       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVENT-LEDGER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COIN-LEDGER-FILE
               ASSIGN DYNAMIC WS-LEDGER-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-LEDGER.
           SELECT SHOP-FILE
               ASSIGN DYNAMIC WS-SHOP-FILENAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FS-SHOP.

       DATA DIVISION.
       FILE SECTION.

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

       FD  SHOP-FILE
              RECORD CONTAINS 152 CHARACTERS
              BLOCK CONTAINS 0 RECORDS
              RECORDING MODE IS F.

       01  SHOP-RECORD.
           03 SHOP-REC-NAME    PIC X(10).
           03 SHOP-REC-ROOM    PIC 99.
           03 SHOP-REC-DESC    PIC X(40).
           03 SHOP-REC-ITEMS.
              05 SHOP-REC-ITEM OCCURS 5 TIMES.
                 07 SHOP-REC-OBJ  PIC X(10).
                 07 SHOP-REC-BUY  PIC 9(05).
                 07 SHOP-REC-SELL PIC 9(05).

       WORKING-STORAGE SECTION.
       01 EOF-FLAGS.
           03 WS-EOF-LEDGER PIC X VALUE 'N'.
               88 NO-MORE-LEDGER VALUE 'Y'.
           03 WS-EOF-SHOP PIC X VALUE 'N'.
               88 NO-MORE-SHOP VALUE 'Y'.

       01 WS-FS-LEDGER   PIC X(02).
       01 WS-FS-SHOP     PIC X(02).

       01 WS-LEDGER-FILENAME PIC X(40) VALUE 'coinledger.dat'.
       01 WS-SHOP-FILENAME   PIC X(40) VALUE 'shops.dat'.
       01 WS-DATASET-PARM    PIC X(120) VALUE SPACES.
       01 WS-FROM-TXT        PIC X(10) VALUE SPACES.
       01 WS-FROM-DATE       PIC 9(08) VALUE 0.
       01 WS-TODAY           PIC 9(08) VALUE 0.
       01 WS-END-INT         PIC 9(08) VALUE 0.
       01 WS-LOOKBACK-DAYS   PIC 9(03) VALUE 366.

       01 WS-MAX-SHOPS       PIC 99 VALUE 5.
       01 WS-MAX-SESSIONS    PIC 9(04) VALUE 2000.
       01 WS-MAX-TRADES      PIC 9(04) VALUE 5000.
       01 WS-MAX-MERCHANTS   PIC 99 VALUE 20.
       01 WS-MAX-GOODS       PIC 99 VALUE 50.

       01  SHOP-DATA.
           05 SHOP-COUNT           PIC 99 VALUE 0.
           05 SHOP-T               OCCURS 5 TIMES.
              10 SHOP-NAME         PIC X(10).
              10 SHOP-ROOM         PIC 99.
              10 SHOP-DESC         PIC X(40).
              10 SHOP-ITEM         OCCURS 5 TIMES.
                 15 SHOP-OBJ       PIC X(10).
                 15 SHOP-BUY       PIC 9(05).
                 15 SHOP-SELL      PIC 9(05).

      * ONE ENTRY PER SESSION, KEYED BY PLAYER AND THE SESSION
      * HEADER STAMP. SESSIONS AT SEVERAL TERMINALS INTERLEAVE IN
      * THE LEDGER, SO RECORDS ARE MATCHED BY KEY, NOT BY POSITION.
       01 SESSION-DATA.
           05 SES-COUNT        PIC 9(04) VALUE 0.
           05 SES-REC          OCCURS 2000 TIMES.
              10 SES-ID        PIC X(10).
              10 SES-DATE      PIC 9(08).
              10 SES-TIME      PIC 9(06).
              10 SES-KIND      PIC X(10).
              10 SES-START     PIC 9(05).
              10 SES-OPEN      PIC 9(05).
              10 SES-CLOSE     PIC 9(05).
              10 SES-REASON    PIC X(10).
              10 SES-BUYS      PIC 9(07).
              10 SES-SELLS     PIC 9(07).
              10 SES-TRADES    PIC 9(05).
              10 SES-HAS-OPEN  PIC X.
              10 SES-HAS-CLOSE PIC X.
              10 SES-LOOPS     PIC 9(03).

       01 TRADE-DATA.
           05 TR-COUNT         PIC 9(04) VALUE 0.
           05 TR-REC           OCCURS 5000 TIMES.
              10 TR-SES-IX     PIC 9(04).
              10 TR-DIR        PIC X(04).
              10 TR-SHOP       PIC X(10).
              10 TR-OBJ        PIC X(10).
              10 TR-PRICE      PIC 9(05).
              10 TR-TURN       PIC 9(04).

      * TALLIES FROM THE MERCHANT'S SIDE: A PLAYER 'BUY' IS A SALE
      * THAT TAKES COINS IN, A PLAYER 'SELL' IS A PURCHASE THAT
      * PAYS COINS OUT.
       01 MERCHANT-DATA.
           05 MER-COUNT        PIC 99 VALUE 0.
           05 MER-REC          OCCURS 20 TIMES.
              10 MER-NAME      PIC X(10).
              10 MER-LISTED    PIC X.
              10 MER-SALES     PIC 9(05).
              10 MER-IN        PIC 9(07).
              10 MER-BOUGHT    PIC 9(05).
              10 MER-OUT       PIC 9(07).

       01 GOODS-DATA.
           05 GDS-COUNT        PIC 99 VALUE 0.
           05 GDS-REC          OCCURS 50 TIMES.
              10 GDS-NAME      PIC X(10).
              10 GDS-LISTED    PIC X.
              10 GDS-SALES     PIC 9(05).
              10 GDS-IN        PIC 9(07).
              10 GDS-BOUGHT    PIC 9(05).
              10 GDS-OUT       PIC 9(07).

       01 I                 PIC 9(04) VALUE 0.
       01 J                 PIC 9(04) VALUE 0.
       01 K                 PIC 99 VALUE 0.
       01 L                 PIC 99 VALUE 0.
       01 M                 PIC 99 VALUE 0.
       01 N                 PIC 99 VALUE 0.
       01 WS-SES-IX         PIC 9(04) VALUE 0.
       01 WS-TR-IX          PIC 9(04) VALUE 0.
       01 WS-MER-IX         PIC 99 VALUE 0.
       01 WS-GDS-IX         PIC 99 VALUE 0.
       01 WS-LOOKUP-NAME    PIC X(10) VALUE SPACES.
       01 WS-EXPECTED       PIC S9(08) SIGN LEADING SEPARATE
                                VALUE 0.
       01 WS-NET            PIC S9(08) SIGN LEADING SEPARATE
                                VALUE 0.

       01 CT-RECORDS        PIC 9(07) VALUE 0.
       01 CT-SKIPPED        PIC 9(07) VALUE 0.
       01 CT-SESSIONS       PIC 9(05) VALUE 0.
       01 CT-TRADES         PIC 9(07) VALUE 0.
       01 CT-BAL-MISM       PIC 9(05) VALUE 0.
       01 CT-OPEN-MISM      PIC 9(05) VALUE 0.
       01 CT-NO-OPEN        PIC 9(05) VALUE 0.
       01 CT-NO-CLOSE       PIC 9(05) VALUE 0.
       01 CT-LOOP-SESS      PIC 9(05) VALUE 0.
       01 CT-LOOPS          PIC 9(05) VALUE 0.
       01 CT-PRICE-LOOPS    PIC 9(05) VALUE 0.
       01 CT-BAD-DIR        PIC 9(05) VALUE 0.
       01 CT-COINS-IN       PIC 9(09) VALUE 0.
       01 CT-COINS-OUT      PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
      * -------------------------
      * MERCHANT RECONCILIATION FROM THE COIN LEDGER WRITTEN BY
      * TEXT-ADVENTURE. EACH SESSION'S OPENING BALANCE PLUS ITS
      * TRADES MUST COME TO ITS CLOSING BALANCE, AND A NEW GAME
      * MUST OPEN ON THE EPISODE'S START COINS. VOLUME AND NET
      * COIN FLOW ARE TOTALLED PER MERCHANT AND PER OBJECT IN THE
      * SHOPS FILE, AND SESSIONS THAT BOUGHT AN OBJECT FROM ONE
      * MERCHANT AND SOLD IT TO ANOTHER FOR MORE ARE FLAGGED WITH
      * THE TWO PRICES THAT MADE THE LOOP.
      * THE LEDGER IS NEVER TRIMMED, SO ONLY SESSIONS STARTED ON
      * OR AFTER THE FROM-DATE (DEFAULT A YEAR BACK, * FOR THE
      * DEFAULT) ARE CHECKED; OLDER ENTRIES ARE COUNTED AS SKIPPED.
      * RC 4 WHEN ONLY TRADE LOOPS ARE FOUND, RC 8 WHEN A SESSION
      * DOES NOT RECONCILE.
      * PARM: [LEDGER] [SHOPS] [FROM-YYYYMMDD|*]
      * -------------------------
           ACCEPT WS-DATASET-PARM FROM COMMAND-LINE
           IF WS-DATASET-PARM NOT = SPACES
              UNSTRING WS-DATASET-PARM DELIMITED BY ALL SPACE
                 INTO WS-LEDGER-FILENAME WS-SHOP-FILENAME
                      WS-FROM-TXT
           END-IF
           IF WS-LEDGER-FILENAME = SPACES OR WS-LEDGER-FILENAME = '*'
              MOVE 'coinledger.dat' TO WS-LEDGER-FILENAME
           END-IF
           IF WS-SHOP-FILENAME = SPACES OR WS-SHOP-FILENAME = '*'
              MOVE 'shops.dat' TO WS-SHOP-FILENAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           IF WS-FROM-TXT = SPACES OR WS-FROM-TXT = '*'
              COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-END-INT - WS-LOOKBACK-DAYS)
           ELSE
              IF WS-FROM-TXT(1:8) NUMERIC
                 AND WS-FROM-TXT(9:2) = SPACES
                 MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
              END-IF
           END-IF
           IF WS-FROM-DATE = 0
              DISPLAY 'USAGE: [LEDGER] [SHOPS] [FROM-YYYYMMDD|*]'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'COIN LEDGER MERCHANT RECONCILIATION'
           DISPLAY 'COIN LEDGER [' WS-LEDGER-FILENAME ']'
           DISPLAY 'SHOPS FILE  [' WS-SHOP-FILENAME ']'
           DISPLAY 'SESSIONS FROM ' WS-FROM-DATE ' TO ' WS-TODAY
           DISPLAY SPACE

           PERFORM LOAD-SHOPS
           PERFORM WALK-LEDGER

           DISPLAY '--- SESSION RECONCILIATION ---'
           PERFORM RECONCILE-ONE-SESSION
              VARYING WS-SES-IX FROM 1 BY 1
              UNTIL WS-SES-IX > SES-COUNT
           DISPLAY SPACE

           DISPLAY '--- TRADE LOOPS BETWEEN MERCHANTS ---'
           PERFORM CHECK-ONE-SELL
              VARYING J FROM 1 BY 1 UNTIL J > TR-COUNT
           IF CT-LOOPS = 0
              DISPLAY 'NONE FOUND.'
           END-IF
           DISPLAY SPACE

           PERFORM REPORT-MERCHANTS
           PERFORM REPORT-GOODS
           PERFORM REPORT-PRICE-LOOPS
           PERFORM REPORT-SUMMARY

           IF CT-BAL-MISM > 0 OR CT-OPEN-MISM > 0
              OR CT-NO-OPEN > 0 OR CT-NO-CLOSE > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF CT-LOOPS > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           STOP RUN.

      * -------------------------
      * THE PRICE LISTS SEED THE MERCHANT AND OBJECT TABLES SO
      * MERCHANTS AND GOODS NOBODY TRADED STILL SHOW. A MISSING
      * SHOPS FILE ONLY LOSES THAT; THE LEDGER STILL RECONCILES.
      * -------------------------
       LOAD-SHOPS.
           OPEN INPUT SHOP-FILE
           IF WS-FS-SHOP NOT = '00'
              DISPLAY 'NO SHOPS FILE - PRICE LISTS NOT CHECKED.'
              DISPLAY SPACE
              SET NO-MORE-SHOP TO TRUE
           ELSE
              PERFORM READ-SHOP
              PERFORM UNTIL NO-MORE-SHOP
                 IF SHOP-COUNT >= WS-MAX-SHOPS
                    DISPLAY 'SHOPS FILE EXCEEDS MAXIMUM OF '
                       WS-MAX-SHOPS '. ABORTING.'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO SHOP-COUNT
                 MOVE SHOP-RECORD TO SHOP-T (SHOP-COUNT)
                 PERFORM READ-SHOP
              END-PERFORM
              CLOSE SHOP-FILE
           END-IF
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SHOP-COUNT
              MOVE SHOP-NAME(K) TO WS-LOOKUP-NAME
              PERFORM FIND-MERCHANT
              MOVE 'Y' TO MER-LISTED(WS-MER-IX)
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
                 IF SHOP-OBJ(K, L) NOT = SPACES
                    MOVE SHOP-OBJ(K, L) TO WS-LOOKUP-NAME
                    PERFORM FIND-GOODS
                    MOVE 'Y' TO GDS-LISTED(WS-GDS-IX)
                 END-IF
              END-PERFORM
           END-PERFORM.

       READ-SHOP.
           READ SHOP-FILE AT END SET NO-MORE-SHOP TO TRUE
           END-READ
           IF WS-FS-SHOP NOT = '00' AND WS-FS-SHOP NOT = '10'
              DISPLAY 'ERROR READING SHOPS FILE, STATUS=' WS-FS-SHOP
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           CONTINUE.

      * -------------------------
      * POST EVERY LEDGER RECORD TO ITS SESSION AND, FOR TRADES,
      * TO THE TRADE, MERCHANT AND OBJECT TABLES
      * -------------------------
       WALK-LEDGER.
           OPEN INPUT COIN-LEDGER-FILE
           IF WS-FS-LEDGER NOT = '00'
              DISPLAY 'CANNOT OPEN COIN LEDGER, STATUS=' WS-FS-LEDGER
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM READ-LEDGER
           PERFORM UNTIL NO-MORE-LEDGER
              ADD 1 TO CT-RECORDS
              IF CL-SESS-DATE < WS-FROM-DATE
                 ADD 1 TO CT-SKIPPED
              ELSE
                 PERFORM POST-LEDGER-RECORD
              END-IF
              PERFORM READ-LEDGER
           END-PERFORM
           CLOSE COIN-LEDGER-FILE.

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

       POST-LEDGER-RECORD.
           PERFORM FIND-SESSION
           EVALUATE CL-DIRECTION
              WHEN 'OPEN'
                 MOVE 'Y' TO SES-HAS-OPEN(WS-SES-IX)
                 MOVE CL-SHOP TO SES-KIND(WS-SES-IX)
                 MOVE CL-PRICE TO SES-START(WS-SES-IX)
                 MOVE CL-BALANCE TO SES-OPEN(WS-SES-IX)
              WHEN 'CLOS'
                 MOVE 'Y' TO SES-HAS-CLOSE(WS-SES-IX)
                 MOVE CL-SHOP TO SES-REASON(WS-SES-IX)
                 MOVE CL-BALANCE TO SES-CLOSE(WS-SES-IX)
              WHEN 'BUY'
                 ADD CL-PRICE TO SES-BUYS(WS-SES-IX)
                 PERFORM POST-TRADE
                 ADD 1 TO MER-SALES(WS-MER-IX)
                 ADD CL-PRICE TO MER-IN(WS-MER-IX)
                 ADD 1 TO GDS-SALES(WS-GDS-IX)
                 ADD CL-PRICE TO GDS-IN(WS-GDS-IX)
                 ADD CL-PRICE TO CT-COINS-IN
              WHEN 'SELL'
                 ADD CL-PRICE TO SES-SELLS(WS-SES-IX)
                 PERFORM POST-TRADE
                 ADD 1 TO MER-BOUGHT(WS-MER-IX)
                 ADD CL-PRICE TO MER-OUT(WS-MER-IX)
                 ADD 1 TO GDS-BOUGHT(WS-GDS-IX)
                 ADD CL-PRICE TO GDS-OUT(WS-GDS-IX)
                 ADD CL-PRICE TO CT-COINS-OUT
              WHEN OTHER
                 ADD 1 TO CT-BAD-DIR
                 DISPLAY 'UNKNOWN LEDGER ENTRY: ' CL-PLAYER-ID ' '
                    CL-SESS-DATE ' ' CL-SESS-TIME ' [' CL-DIRECTION
                    ']'
           END-EVALUATE.

       POST-TRADE.
           ADD 1 TO SES-TRADES(WS-SES-IX)
           ADD 1 TO CT-TRADES
           IF TR-COUNT >= WS-MAX-TRADES
              DISPLAY 'COIN LEDGER EXCEEDS ' WS-MAX-TRADES
                 ' TRADES. ABORTING.'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO TR-COUNT
           MOVE WS-SES-IX TO TR-SES-IX(TR-COUNT)
           MOVE CL-DIRECTION TO TR-DIR(TR-COUNT)
           MOVE CL-SHOP TO TR-SHOP(TR-COUNT)
           MOVE CL-OBJECT TO TR-OBJ(TR-COUNT)
           MOVE CL-PRICE TO TR-PRICE(TR-COUNT)
           MOVE CL-TURN TO TR-TURN(TR-COUNT)
           MOVE CL-SHOP TO WS-LOOKUP-NAME
           PERFORM FIND-MERCHANT
           MOVE CL-OBJECT TO WS-LOOKUP-NAME
           PERFORM FIND-GOODS.

       FIND-SESSION.
           MOVE 0 TO WS-SES-IX
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SES-COUNT
              IF WS-SES-IX = 0
                 AND SES-ID(I) = CL-PLAYER-ID
                 AND SES-DATE(I) = CL-SESS-DATE
                 AND SES-TIME(I) = CL-SESS-TIME
                 MOVE I TO WS-SES-IX
              END-IF
           END-PERFORM
           IF WS-SES-IX = 0
              IF SES-COUNT >= WS-MAX-SESSIONS
                 DISPLAY 'COIN LEDGER EXCEEDS ' WS-MAX-SESSIONS
                    ' SESSIONS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO SES-COUNT
              MOVE SES-COUNT TO WS-SES-IX
              MOVE CL-PLAYER-ID TO SES-ID(WS-SES-IX)
              MOVE CL-SESS-DATE TO SES-DATE(WS-SES-IX)
              MOVE CL-SESS-TIME TO SES-TIME(WS-SES-IX)
              MOVE SPACES TO SES-KIND(WS-SES-IX)
              MOVE SPACES TO SES-REASON(WS-SES-IX)
              MOVE 0 TO SES-START(WS-SES-IX)
              MOVE 0 TO SES-OPEN(WS-SES-IX)
              MOVE 0 TO SES-CLOSE(WS-SES-IX)
              MOVE 0 TO SES-BUYS(WS-SES-IX)
              MOVE 0 TO SES-SELLS(WS-SES-IX)
              MOVE 0 TO SES-TRADES(WS-SES-IX)
              MOVE 0 TO SES-LOOPS(WS-SES-IX)
              MOVE 'N' TO SES-HAS-OPEN(WS-SES-IX)
              MOVE 'N' TO SES-HAS-CLOSE(WS-SES-IX)
           END-IF.

       FIND-MERCHANT.
           MOVE 0 TO WS-MER-IX
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MER-COUNT
              IF WS-MER-IX = 0 AND MER-NAME(M) = WS-LOOKUP-NAME
                 MOVE M TO WS-MER-IX
              END-IF
           END-PERFORM
           IF WS-MER-IX = 0
              IF MER-COUNT >= WS-MAX-MERCHANTS
                 DISPLAY 'MORE THAN ' WS-MAX-MERCHANTS
                    ' MERCHANTS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO MER-COUNT
              MOVE MER-COUNT TO WS-MER-IX
              MOVE WS-LOOKUP-NAME TO MER-NAME(WS-MER-IX)
              MOVE 'N' TO MER-LISTED(WS-MER-IX)
              MOVE 0 TO MER-SALES(WS-MER-IX)
              MOVE 0 TO MER-IN(WS-MER-IX)
              MOVE 0 TO MER-BOUGHT(WS-MER-IX)
              MOVE 0 TO MER-OUT(WS-MER-IX)
           END-IF.

       FIND-GOODS.
           MOVE 0 TO WS-GDS-IX
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > GDS-COUNT
              IF WS-GDS-IX = 0 AND GDS-NAME(N) = WS-LOOKUP-NAME
                 MOVE N TO WS-GDS-IX
              END-IF
           END-PERFORM
           IF WS-GDS-IX = 0
              IF GDS-COUNT >= WS-MAX-GOODS
                 DISPLAY 'MORE THAN ' WS-MAX-GOODS
                    ' TRADED OBJECTS. ABORTING.'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO GDS-COUNT
              MOVE GDS-COUNT TO WS-GDS-IX
              MOVE WS-LOOKUP-NAME TO GDS-NAME(WS-GDS-IX)
              MOVE 'N' TO GDS-LISTED(WS-GDS-IX)
              MOVE 0 TO GDS-SALES(WS-GDS-IX)
              MOVE 0 TO GDS-IN(WS-GDS-IX)
              MOVE 0 TO GDS-BOUGHT(WS-GDS-IX)
              MOVE 0 TO GDS-OUT(WS-GDS-IX)
           END-IF.

      * -------------------------
      * OPENING BALANCE + SALES TO MERCHANTS - PURCHASES FROM THEM
      * MUST EQUAL THE CLOSING BALANCE. A SESSION WITH NO CLOSING
      * RECORD DID NOT END NORMALLY (CRASHED RUN?).
      * -------------------------
       RECONCILE-ONE-SESSION.
           ADD 1 TO CT-SESSIONS
           IF SES-HAS-OPEN(WS-SES-IX) = 'N'
              ADD 1 TO CT-NO-OPEN
              DISPLAY 'NO OPENING BALANCE: ' SES-ID(WS-SES-IX) ' '
                 SES-DATE(WS-SES-IX) ' ' SES-TIME(WS-SES-IX)
                 ' HAS ' SES-TRADES(WS-SES-IX) ' TRADES'
           ELSE
              IF SES-KIND(WS-SES-IX) = 'NEW'
                 AND SES-OPEN(WS-SES-IX) NOT = SES-START(WS-SES-IX)
                 ADD 1 TO CT-OPEN-MISM
                 DISPLAY 'OPENING MISMATCH:   ' SES-ID(WS-SES-IX)
                    ' ' SES-DATE(WS-SES-IX) ' ' SES-TIME(WS-SES-IX)
                    ' OPENED WITH ' SES-OPEN(WS-SES-IX)
                    ', START COINS ' SES-START(WS-SES-IX)
              END-IF
              IF SES-HAS-CLOSE(WS-SES-IX) = 'N'
                 ADD 1 TO CT-NO-CLOSE
                 DISPLAY 'NO CLOSING BALANCE: ' SES-ID(WS-SES-IX)
                    ' ' SES-DATE(WS-SES-IX) ' ' SES-TIME(WS-SES-IX)
                    ' (CRASHED RUN?)'
              ELSE
                 COMPUTE WS-EXPECTED = SES-OPEN(WS-SES-IX)
                    + SES-SELLS(WS-SES-IX) - SES-BUYS(WS-SES-IX)
                 IF WS-EXPECTED NOT = SES-CLOSE(WS-SES-IX)
                    ADD 1 TO CT-BAL-MISM
                    DISPLAY 'BALANCE MISMATCH:   '
                       SES-ID(WS-SES-IX) ' ' SES-DATE(WS-SES-IX)
                       ' ' SES-TIME(WS-SES-IX)
                    DISPLAY '   OPEN ' SES-OPEN(WS-SES-IX)
                       ' + SOLD ' SES-SELLS(WS-SES-IX)
                       ' - BOUGHT ' SES-BUYS(WS-SES-IX)
                       ' = ' WS-EXPECTED
                       ', CLOSED WITH ' SES-CLOSE(WS-SES-IX)
                 END-IF
              END-IF
           END-IF.

      * -------------------------
      * A SALE TO ONE MERCHANT OF AN OBJECT BOUGHT EARLIER IN THE
      * SAME SESSION FROM ANOTHER MERCHANT FOR LESS IS A LOOP THE
      * PRICE LISTS LET THE PLAYER RUN FOR PROFIT.
      * -------------------------
       CHECK-ONE-SELL.
           IF TR-DIR(J) = 'SELL'
              MOVE 0 TO I
              PERFORM VARYING WS-TR-IX FROM 1 BY 1
                 UNTIL WS-TR-IX >= J
                 IF TR-SES-IX(WS-TR-IX) = TR-SES-IX(J)
                    AND TR-DIR(WS-TR-IX) = 'BUY'
                    AND TR-OBJ(WS-TR-IX) = TR-OBJ(J)
                    AND TR-SHOP(WS-TR-IX) NOT = TR-SHOP(J)
                    AND TR-PRICE(WS-TR-IX) < TR-PRICE(J)
                    MOVE WS-TR-IX TO I
                 END-IF
              END-PERFORM
              IF I > 0
                 PERFORM REPORT-ONE-LOOP
              END-IF
           END-IF.

       REPORT-ONE-LOOP.
           MOVE TR-SES-IX(J) TO WS-SES-IX
           ADD 1 TO CT-LOOPS
           IF SES-LOOPS(WS-SES-IX) = 0
              ADD 1 TO CT-LOOP-SESS
           END-IF
           ADD 1 TO SES-LOOPS(WS-SES-IX)
           DISPLAY 'TRADE LOOP: ' SES-ID(WS-SES-IX) ' '
              SES-DATE(WS-SES-IX) ' ' SES-TIME(WS-SES-IX)
              ' ' TR-OBJ(J)
           DISPLAY '   BOUGHT FROM ' TR-SHOP(I) ' AT ' TR-PRICE(I)
              ' (TURN ' TR-TURN(I) '), SOLD TO ' TR-SHOP(J)
              ' AT ' TR-PRICE(J) ' (TURN ' TR-TURN(J) ')'.

      * -------------------------
      * VOLUME AND NET COIN FLOW PER MERCHANT. NET IS WHAT THE
      * MERCHANT TOOK IN LESS WHAT IT PAID OUT.
      * -------------------------
       REPORT-MERCHANTS.
           DISPLAY '--- TRADE BY MERCHANT ---'
           IF MER-COUNT = 0
              DISPLAY 'NO MERCHANTS.'
           END-IF
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > MER-COUNT
              COMPUTE WS-NET = MER-IN(M) - MER-OUT(M)
              DISPLAY MER-NAME(M)
                 ' SOLD ' MER-SALES(M) ' FOR ' MER-IN(M)
                 '  BOUGHT ' MER-BOUGHT(M) ' FOR ' MER-OUT(M)
                 '  NET ' WS-NET
              IF MER-LISTED(M) = 'N'
                 DISPLAY '   (NOT IN THE SHOPS FILE)'
              END-IF
           END-PERFORM
           DISPLAY SPACE.

       REPORT-GOODS.
           DISPLAY '--- TRADE BY OBJECT ---'
           IF GDS-COUNT = 0
              DISPLAY 'NO OBJECTS.'
           END-IF
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > GDS-COUNT
              COMPUTE WS-NET = GDS-IN(N) - GDS-OUT(N)
              DISPLAY GDS-NAME(N)
                 ' SOLD ' GDS-SALES(N) ' FOR ' GDS-IN(N)
                 '  BOUGHT ' GDS-BOUGHT(N) ' FOR ' GDS-OUT(N)
                 '  NET ' WS-NET
              IF GDS-LISTED(N) = 'N'
                 DISPLAY '   (ON NO PRICE LIST IN THE SHOPS FILE)'
              END-IF
           END-PERFORM
           DISPLAY SPACE.

      * -------------------------
      * LOOPS THE CURRENT PRICE LISTS ALLOW WHETHER OR NOT ANYONE
      * HAS FOUND THEM YET: ONE MERCHANT SELLS BELOW WHAT ANOTHER
      * PAYS FOR THE SAME OBJECT.
      * -------------------------
       REPORT-PRICE-LOOPS.
           DISPLAY '--- PRICE-LIST LOOPS IN THE SHOPS FILE ---'
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > SHOP-COUNT
              PERFORM VARYING L FROM 1 BY 1 UNTIL L > 5
                 IF SHOP-OBJ(K, L) NOT = SPACES
                    AND SHOP-BUY(K, L) > 0
                    PERFORM CHECK-PRICE-PAIR
                       VARYING M FROM 1 BY 1 UNTIL M > SHOP-COUNT
                 END-IF
              END-PERFORM
           END-PERFORM
           IF CT-PRICE-LOOPS = 0
              DISPLAY 'NONE.'
           END-IF
           DISPLAY SPACE.

       CHECK-PRICE-PAIR.
           IF M NOT = K
              PERFORM VARYING N FROM 1 BY 1 UNTIL N > 5
                 IF SHOP-OBJ(M, N) = SHOP-OBJ(K, L)
                    AND SHOP-SELL(M, N) > SHOP-BUY(K, L)
                    ADD 1 TO CT-PRICE-LOOPS
                    DISPLAY SHOP-OBJ(K, L) ' BUY FROM ' SHOP-NAME(K)
                       ' AT ' SHOP-BUY(K, L) ', SELL TO '
                       SHOP-NAME(M) ' AT ' SHOP-SELL(M, N)
                 END-IF
              END-PERFORM
           END-IF.

       REPORT-SUMMARY.
           DISPLAY 'LEDGER RECORDS READ:     ' CT-RECORDS
           DISPLAY 'BEFORE FROM-DATE:        ' CT-SKIPPED
           DISPLAY 'SESSIONS CHECKED:        ' CT-SESSIONS
           DISPLAY 'TRADES:                  ' CT-TRADES
           DISPLAY 'COINS PAID TO MERCHANTS: ' CT-COINS-IN
           DISPLAY 'COINS PAID TO PLAYERS:   ' CT-COINS-OUT
           DISPLAY 'BALANCE MISMATCHES:      ' CT-BAL-MISM
           DISPLAY 'OPENING MISMATCHES:      ' CT-OPEN-MISM
           DISPLAY 'MISSING OPENING RECORDS: ' CT-NO-OPEN
           DISPLAY 'MISSING CLOSING RECORDS: ' CT-NO-CLOSE
           DISPLAY 'SESSIONS WITH LOOPS:     ' CT-LOOP-SESS
           DISPLAY 'TRADE LOOPS:             ' CT-LOOPS
           IF CT-BAD-DIR > 0
              DISPLAY 'UNKNOWN LEDGER ENTRIES:  ' CT-BAD-DIR
           END-IF
           IF CT-BAL-MISM = 0 AND CT-OPEN-MISM = 0
              AND CT-NO-OPEN = 0 AND CT-NO-CLOSE = 0
              DISPLAY 'COIN LEDGER RECONCILES.'
           ELSE
              DISPLAY 'DISCREPANCIES FOUND - INVESTIGATE.'
           END-IF.
