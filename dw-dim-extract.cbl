       IDENTIFICATION DIVISION.
       PROGRAM-ID. DW-DIM-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-TOTALS ASSIGN TO 'CTLTOTAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-TOTAL-STATUS.

           SELECT TITLE-MASTER ASSIGN TO 'TITLEMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TM-IMDB-ID
               FILE STATUS IS WS-TITLE-MASTER-STATUS.

           SELECT MEMBER-MASTER ASSIGN TO 'MEMBERMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-MEMBER-ID
               FILE STATUS IS WS-MEMBER-MASTER-STATUS.

           SELECT TIER-POLICY ASSIGN TO 'TIERPOL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TP-TIER
               FILE STATUS IS WS-TIER-POLICY-STATUS.

           SELECT TAX-RATES ASSIGN TO 'TAXRATES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TX-KEY
               FILE STATUS IS WS-TAX-RATES-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT DW-TITLE-FILE ASSIGN TO 'DWTITLE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-MEMBER-FILE ASSIGN TO 'DWMEMBER'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-STORE-FILE ASSIGN TO 'DWSTORE'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DW-TIER-FILE ASSIGN TO 'DWTIER'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-TOTALS.
       COPY 'control-total.cpy'.

       FD  TITLE-MASTER.
       COPY 'title-master.cpy'.

       FD  MEMBER-MASTER.
       COPY 'member-master.cpy'.

       FD  TIER-POLICY.
       COPY 'tier-policy.cpy'.

       FD  TAX-RATES.
       COPY 'tax-rates.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

      *    SAME FILE SHAPE AS DW-FACT-EXTRACT: A COLUMN LABEL LINE,
      *    'D' DETAIL LINES, AND A 'C' CONTROL LINE. A SNAPSHOT OF A
      *    MASTER FILE HAS NO POSTING TOTAL BEHIND IT, SO ITS CONTROL
      *    LINE CARRIES THE ROW COUNT AND A HASH OF ONE AMOUNT COLUMN
      *    ON BASIS 'S' FOR THE WAREHOUSE TO FOOT THE LOAD AGAINST.
       FD  DW-TITLE-FILE.
       01  DW-TITLE-LINE           PIC X(200).

       FD  DW-MEMBER-FILE.
       01  DW-MEMBER-LINE          PIC X(200).

       FD  DW-STORE-FILE.
       01  DW-STORE-LINE           PIC X(200).

       FD  DW-TIER-FILE.
       01  DW-TIER-LINE            PIC X(200).

       WORKING-STORAGE SECTION.
           01  WS-PROGRAM-NAME     PIC X(18) VALUE 'DW-DIM-EXTRACT'.
           01  WS-CONTROL-TOTAL-STATUS PIC X(02).
           01  WS-TITLE-MASTER-STATUS PIC X(02).
           01  WS-MEMBER-MASTER-STATUS PIC X(02).
           01  WS-TIER-POLICY-STATUS PIC X(02).
           01  WS-TAX-RATES-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-STORE-MASTER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-STORE-MASTER     VALUE 'Y'.
           01  WS-STORE-MASTER-READ-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-MASTER-READ    VALUE 'Y'.
           01  WS-CT-EOF-SWITCH    PIC X(01) VALUE 'N'.
               88  END-OF-TOTALS           VALUE 'Y'.
           01  WS-TITLE-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-TITLES           VALUE 'Y'.
           01  WS-MEMBER-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  END-OF-MEMBERS          VALUE 'Y'.
           01  WS-TIER-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  END-OF-TIERS            VALUE 'Y'.
           01  WS-TAX-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  END-OF-TAX-RATES        VALUE 'Y'.
           01  WS-CURRENT-DATE     PIC X(21).
           01  WS-TODAY-CCYYMMDD   PIC 9(8).
           01  WS-CYCLE-DATE       PIC 9(8) VALUE 0.
      *    THE STORE LIST IS THE STORE MASTER, EACH STORE WITH THE
      *    RATE IN FORCE ON THE CYCLE DATE FOR ITS TAX JURISDICTION.
      *    WITHOUT A STORE MASTER IT FALLS BACK TO THE TAXRATES ROWS,
      *    TAKING EACH THREE-CHARACTER JURISDICTION AS A STORE CODE.
      *    A HOME STORE ON A MEMBER THAT IS ON NEITHER IS ADDED AS
      *    THE MEMBERS ARE READ.
           01  WS-STORE-MAX        PIC 9(3) COMP VALUE 200.
           01  WS-STORE-COUNT      PIC 9(3) COMP VALUE 0.
           01  WS-STORE-IDX        PIC 9(3) COMP.
           01  WS-STORE-FOUND-SWITCH PIC X(01).
               88  WS-STORE-FOUND          VALUE 'Y'.
           01  WS-STORE-TABLE-FULL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-TABLE-FULL     VALUE 'Y'.
           01  WS-WORK-STORE       PIC X(03).
           01  WS-STORE-TABLE.
               05  WS-SR-ENTRY OCCURS 200 TIMES.
                   10  WS-SR-STORE         PIC X(03).
                   10  WS-SR-JURISDICTION  PIC X(05).
                   10  WS-SR-NAME          PIC X(30).
                   10  WS-SR-REGION        PIC X(04).
                   10  WS-SR-STATUS        PIC X(01).
                   10  WS-SR-TAX-RATE      PIC 9(1)V9(4).
                   10  WS-SR-RATE-DATE     PIC 9(8).
                   10  WS-SR-MEMBERS       PIC 9(7).
           01  WS-BIRTH-YEAR       PIC 9(4).
           01  WS-OPEN-RENTALS-TEXT PIC X(03).
           01  WS-TITLE-ROWS       PIC 9(7) COMP VALUE 0.
           01  WS-TITLE-HASH       PIC S9(7)V9(2) VALUE 0.
           01  WS-MEMBER-ROWS      PIC 9(7) COMP VALUE 0.
           01  WS-MEMBER-HASH      PIC S9(7)V9(2) VALUE 0.
           01  WS-STORE-ROWS       PIC 9(7) COMP VALUE 0.
           01  WS-STORE-HASH       PIC S9(7)V9(2) VALUE 0.
           01  WS-TIER-ROWS        PIC 9(7) COMP VALUE 0.
           01  WS-TIER-HASH        PIC S9(7)V9(2) VALUE 0.
           01  WS-CTL-MEASURE      PIC X(10).
           01  WS-EXTRACT-COUNT    PIC 9(7).
           01  WS-EXTRACT-AMOUNT   PIC S9(7)V9(2).
           01  WS-COUNT-EDIT       PIC Z(6)9.
           01  WS-AMOUNT-EDIT      PIC -(7)9.99.
           01  WS-AMOUNT-EDIT-B    PIC -(7)9.99.
           01  WS-RATE-EDIT        PIC 9.9999.
           01  WS-RATING-EDIT      PIC 9.9.
           01  WS-DW-LINE          PIC X(200).
           01  WS-ROWS-READ        PIC 9(7) COMP VALUE 0.
           01  WS-ROWS-WRITTEN     PIC 9(7) COMP VALUE 0.
           01  WS-ZERO-COUNT       PIC 9(7) COMP VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL 'RUN-CONTROL' USING WS-PROGRAM-NAME.
           PERFORM OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD.
           PERFORM FIND-CYCLE-DATE.
           PERFORM WRITE-HEADER-LINES.
           PERFORM EXTRACT-TITLES.
           PERFORM LOAD-STORE-TABLE.
           PERFORM EXTRACT-MEMBERS.
           PERFORM EXTRACT-STORES.
           PERFORM EXTRACT-TIERS.
           PERFORM WRITE-CONTROL-LINES.
           PERFORM CLOSE-FILES.
           CALL 'RUN-CONTROL-END' USING WS-PROGRAM-NAME,
               WS-ROWS-READ, WS-ROWS-WRITTEN, WS-ZERO-COUNT.
           DISPLAY 'DW-DIM-EXTRACT: CYCLE ' WS-CYCLE-DATE
               ' TITLES ' WS-TITLE-ROWS
               ' MEMBERS ' WS-MEMBER-ROWS
               ' STORES ' WS-STORE-ROWS
               ' TIERS ' WS-TIER-ROWS.
           GOBACK.

       OPEN-FILES.
           OPEN INPUT CONTROL-TOTALS.
           IF WS-CONTROL-TOTAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-CT-EOF-SWITCH
           END-IF.
           OPEN INPUT TITLE-MASTER.
           IF WS-TITLE-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TITLE-EOF-SWITCH
           END-IF.
           OPEN INPUT MEMBER-MASTER.
           IF WS-MEMBER-MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
           END-IF.
           OPEN INPUT TIER-POLICY.
           IF WS-TIER-POLICY-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TIER-EOF-SWITCH
           END-IF.
           OPEN INPUT TAX-RATES.
           IF WS-TAX-RATES-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-TAX-EOF-SWITCH
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-MASTER-READ TO TRUE
           ELSE
               MOVE 'Y' TO WS-STORE-MASTER-EOF-SWITCH
           END-IF.
           OPEN OUTPUT DW-TITLE-FILE.
           OPEN OUTPUT DW-MEMBER-FILE.
           OPEN OUTPUT DW-STORE-FILE.
           OPEN OUTPUT DW-TIER-FILE.

      *    THE SNAPSHOTS CARRY THE SAME CYCLE DATE AS THE FACT FILES
      *    DW-FACT-EXTRACT WRITES, SO THE WAREHOUSE LOADS THE NIGHT
      *    AS ONE SET.
       FIND-CYCLE-DATE.
           IF NOT END-OF-TOTALS THEN
               PERFORM READ-NEXT-TOTAL
               PERFORM NOTE-ONE-RUN-DATE UNTIL END-OF-TOTALS
           END-IF.
           IF WS-CYCLE-DATE = ZERO THEN
               MOVE WS-TODAY-CCYYMMDD TO WS-CYCLE-DATE
           END-IF.

       NOTE-ONE-RUN-DATE.
           IF CT-RUN-DATE > WS-CYCLE-DATE THEN
               MOVE CT-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
           PERFORM READ-NEXT-TOTAL.

       READ-NEXT-TOTAL.
           READ CONTROL-TOTALS
               AT END
                   MOVE 'Y' TO WS-CT-EOF-SWITCH
           END-READ.

       WRITE-HEADER-LINES.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|IMDB_ID|TITLE|YEAR|DIRECTOR|GENRE|'
               'RELEASE_DATE|RATING|PRICE|COPIES_ON_HAND|'
               'CERTIFICATE|VENDOR_ID|DISC_COUNT|SET_PRICE'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-TITLE-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|MEMBER_ID|JOIN_DATE|BIRTH_YEAR|TIER|LANGUAGE|'
               'HOME_STORE|ACCOUNT_BALANCE|COLLECTION_FLAG|'
               'AUTOPAY_FLAG|PLAN_FLAG|HOUSEHOLD_ID|HOUSEHOLD_ROLE|'
               'POINTS_BALANCE|OPEN_RENTALS'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-MEMBER-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|STORE_ID|TAX_RATE|RATE_EFFECTIVE|HOME_MEMBERS|'
               'STORE_NAME|REGION|TAX_JURISDICTION|STATUS'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-STORE-LINE FROM WS-DW-LINE.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'REC|TIER|MONTHLY_FEE|MAX_OPEN_RENTALS|'
               'MAX_BALANCE|FREE_NIGHTS'
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-TIER-LINE FROM WS-DW-LINE.

       EXTRACT-TITLES.
           IF NOT END-OF-TITLES THEN
               PERFORM READ-NEXT-TITLE
               PERFORM EXTRACT-ONE-TITLE UNTIL END-OF-TITLES
           END-IF.

       READ-NEXT-TITLE.
           READ TITLE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TITLE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

      *    TITLE AND DIRECTOR COME OFF THE DISTRIBUTOR FEED AS TEXT,
      *    SO A PIPE IN EITHER IS CHANGED TO A SLASH BEFORE IT CAN
      *    SPLIT THE ROW.
       EXTRACT-ONE-TITLE.
           INSPECT TM-TITLE REPLACING ALL '|' BY '/'.
           INSPECT TM-DIRECTOR REPLACING ALL '|' BY '/'.
           INSPECT TM-GENRE REPLACING ALL '|' BY '/'.
           MOVE TM-RATING TO WS-RATING-EDIT.
           MOVE TM-PRICE TO WS-AMOUNT-EDIT.
           MOVE TM-SET-PRICE TO WS-AMOUNT-EDIT-B.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' TM-IMDB-ID '|'
               FUNCTION TRIM(TM-TITLE) '|' TM-YEAR '|'
               FUNCTION TRIM(TM-DIRECTOR) '|'
               FUNCTION TRIM(TM-GENRE) '|'
               TM-RELEASE-DATE '|' WS-RATING-EDIT '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               TM-COPIES-ON-HAND '|' TM-CERTIFICATE '|'
               TM-VENDOR-ID '|' TM-DISC-COUNT '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-B)
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-TITLE-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-TITLE-ROWS.
           ADD TM-PRICE TO WS-TITLE-HASH.
           PERFORM READ-NEXT-TITLE.

      *    TAXRATES IS KEYED BY JURISDICTION AND EFFECTIVE DATE, SO
      *    THE LAST ROW READ FOR A JURISDICTION ON OR BEFORE THE CYCLE
      *    DATE IS THE RATE IN FORCE. 'DEF' AND THE FOOD ROWS ARE NOT
      *    STORE RATES.
       LOAD-STORE-TABLE.
           IF NOT END-OF-STORE-MASTER THEN
               PERFORM READ-NEXT-STORE-MASTER
               PERFORM LOAD-ONE-STORE-MASTER
                   UNTIL END-OF-STORE-MASTER
           END-IF.
           IF NOT END-OF-TAX-RATES THEN
               PERFORM READ-NEXT-TAX-RATE
               PERFORM LOAD-ONE-TAX-RATE UNTIL END-OF-TAX-RATES
           END-IF.

       READ-NEXT-TAX-RATE.
           READ TAX-RATES NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       READ-NEXT-STORE-MASTER.
           READ STORE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-STORE-MASTER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       LOAD-ONE-STORE-MASTER.
           MOVE ST-STORE-ID TO WS-WORK-STORE.
           PERFORM FIND-STORE-ENTRY.
           IF WS-STORE-FOUND THEN
               IF ST-TAX-JURISDICTION NOT = SPACES THEN
                   MOVE ST-TAX-JURISDICTION TO
                       WS-SR-JURISDICTION(WS-STORE-IDX)
               END-IF
               MOVE ST-STORE-NAME TO WS-SR-NAME(WS-STORE-IDX)
               MOVE ST-REGION TO WS-SR-REGION(WS-STORE-IDX)
               MOVE ST-STATUS TO WS-SR-STATUS(WS-STORE-IDX)
           END-IF.
           PERFORM READ-NEXT-STORE-MASTER.

       LOAD-ONE-TAX-RATE.
           IF TX-JURISDICTION(4:2) = SPACES
                   AND TX-JURISDICTION(1:3) NOT = 'DEF'
                   AND TX-JURISDICTION(1:3) NOT = SPACES THEN
               IF NOT WS-STORE-MASTER-READ THEN
                   MOVE TX-JURISDICTION(1:3) TO WS-WORK-STORE
                   PERFORM FIND-STORE-ENTRY
               END-IF
               IF TX-EFFECTIVE-DATE <= WS-CYCLE-DATE THEN
                   PERFORM APPLY-RATE-TO-STORE
                       VARYING WS-STORE-IDX FROM 1 BY 1
                       UNTIL WS-STORE-IDX > WS-STORE-COUNT
               END-IF
           END-IF.
           PERFORM READ-NEXT-TAX-RATE.

       APPLY-RATE-TO-STORE.
           IF WS-SR-JURISDICTION(WS-STORE-IDX) = TX-JURISDICTION THEN
               MOVE TX-RATE TO WS-SR-TAX-RATE(WS-STORE-IDX)
               MOVE TX-EFFECTIVE-DATE TO
                   WS-SR-RATE-DATE(WS-STORE-IDX)
           END-IF.

      *    FINDS WS-WORK-STORE ON THE TABLE, ADDING IT WHEN IT IS NOT
      *    THERE YET.
       FIND-STORE-ENTRY.
           MOVE 'N' TO WS-STORE-FOUND-SWITCH.
           PERFORM MATCH-ONE-STORE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               OR WS-STORE-FOUND.
           IF WS-STORE-FOUND THEN
               SUBTRACT 1 FROM WS-STORE-IDX
           ELSE
               PERFORM ADD-STORE-TO-TABLE
           END-IF.

       MATCH-ONE-STORE.
           IF WS-SR-STORE(WS-STORE-IDX) = WS-WORK-STORE THEN
               SET WS-STORE-FOUND TO TRUE
           END-IF.

       ADD-STORE-TO-TABLE.
           IF WS-STORE-COUNT < WS-STORE-MAX THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-STORE-IDX
               MOVE WS-WORK-STORE TO WS-SR-STORE(WS-STORE-IDX)
               MOVE WS-WORK-STORE TO WS-SR-JURISDICTION(WS-STORE-IDX)
               MOVE SPACES TO WS-SR-NAME(WS-STORE-IDX)
               MOVE SPACES TO WS-SR-REGION(WS-STORE-IDX)
               MOVE SPACES TO WS-SR-STATUS(WS-STORE-IDX)
               MOVE ZERO TO WS-SR-TAX-RATE(WS-STORE-IDX)
               MOVE ZERO TO WS-SR-RATE-DATE(WS-STORE-IDX)
               MOVE ZERO TO WS-SR-MEMBERS(WS-STORE-IDX)
               SET WS-STORE-FOUND TO TRUE
           ELSE
               IF NOT WS-STORE-TABLE-FULL THEN
                   DISPLAY 'DW-DIM-EXTRACT: STORE TABLE FULL AT '
                       WS-STORE-MAX ' - STORE ' WS-WORK-STORE
                       ' AND LATER LEFT OFF'
                   SET WS-STORE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       EXTRACT-MEMBERS.
           IF NOT END-OF-MEMBERS THEN
               PERFORM READ-NEXT-MEMBER
               PERFORM EXTRACT-ONE-MEMBER UNTIL END-OF-MEMBERS
           END-IF.

       READ-NEXT-MEMBER.
           READ MEMBER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMBER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

      *    NAME, EMAIL, PHONE AND THE ALERT SETTINGS STAY HOME, AND
      *    THE DATE OF BIRTH GOES AS A YEAR ONLY - HEAD OFFICE
      *    ANALYSES MEMBERS BY ID AND NEVER NEEDS TO CONTACT ONE.
      *    BANK DETAILS ARE ON THE AUTOPAY FILE AND ARE NOT READ. AN
      *    OPEN-RENTAL COUNT NOT YET TRUSTED GOES OUT BLANK.
       EXTRACT-ONE-MEMBER.
           MOVE MM-BIRTH-DATE(1:4) TO WS-BIRTH-YEAR.
           IF MM-OPEN-RENTALS-KNOWN THEN
               MOVE MM-OPEN-RENTALS TO WS-OPEN-RENTALS-TEXT
           ELSE
               MOVE SPACES TO WS-OPEN-RENTALS-TEXT
           END-IF.
           MOVE MM-ACCOUNT-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' MM-MEMBER-ID '|' MM-JOIN-DATE '|'
               WS-BIRTH-YEAR '|' MM-TIER '|' MM-LANGUAGE '|'
               MM-HOME-STORE '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               MM-COLLECTION-FLAG '|' MM-AUTOPAY-FLAG '|'
               MM-PLAN-FLAG '|' MM-HOUSEHOLD-ID '|'
               MM-HOUSEHOLD-ROLE '|' MM-POINTS-BALANCE '|'
               WS-OPEN-RENTALS-TEXT
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-MEMBER-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-MEMBER-ROWS.
           ADD MM-ACCOUNT-BALANCE TO WS-MEMBER-HASH.
           IF MM-HOME-STORE NOT = SPACES THEN
               MOVE MM-HOME-STORE TO WS-WORK-STORE
               PERFORM FIND-STORE-ENTRY
               IF WS-STORE-FOUND THEN
                   ADD 1 TO WS-SR-MEMBERS(WS-STORE-IDX)
               END-IF
           END-IF.
           PERFORM READ-NEXT-MEMBER.

       EXTRACT-STORES.
           PERFORM EXTRACT-ONE-STORE
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.

       EXTRACT-ONE-STORE.
           INSPECT WS-SR-NAME(WS-STORE-IDX) REPLACING ALL '|' BY '/'.
           MOVE WS-SR-TAX-RATE(WS-STORE-IDX) TO WS-RATE-EDIT.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' WS-SR-STORE(WS-STORE-IDX) '|'
               WS-RATE-EDIT '|' WS-SR-RATE-DATE(WS-STORE-IDX) '|'
               WS-SR-MEMBERS(WS-STORE-IDX) '|'
               FUNCTION TRIM(WS-SR-NAME(WS-STORE-IDX)) '|'
               WS-SR-REGION(WS-STORE-IDX) '|'
               FUNCTION TRIM(WS-SR-JURISDICTION(WS-STORE-IDX)) '|'
               WS-SR-STATUS(WS-STORE-IDX)
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-STORE-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-STORE-ROWS.

       EXTRACT-TIERS.
           IF NOT END-OF-TIERS THEN
               PERFORM READ-NEXT-TIER
               PERFORM EXTRACT-ONE-TIER UNTIL END-OF-TIERS
           END-IF.

       READ-NEXT-TIER.
           READ TIER-POLICY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TIER-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
           END-READ.

       EXTRACT-ONE-TIER.
           MOVE TP-MONTHLY-FEE TO WS-AMOUNT-EDIT.
           MOVE TP-MAX-BALANCE TO WS-AMOUNT-EDIT-B.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'D|' FUNCTION TRIM(TP-TIER) '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|'
               TP-MAX-OPEN-RENTALS '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT-B) '|'
               TP-FREE-NIGHTS
           INTO WS-DW-LINE
           END-STRING.
           WRITE DW-TIER-LINE FROM WS-DW-LINE.
           ADD 1 TO WS-ROWS-WRITTEN.
           ADD 1 TO WS-TIER-ROWS.
           ADD TP-MONTHLY-FEE TO WS-TIER-HASH.
           PERFORM READ-NEXT-TIER.

      *    HASHES: TITLE PRICES, MEMBER BALANCES AND TIER MONTHLY
      *    FEES. THE STORE FILE CARRIES ITS ROW COUNT ONLY.
       WRITE-CONTROL-LINES.
           MOVE 'TITLES' TO WS-CTL-MEASURE.
           MOVE WS-TITLE-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-TITLE-HASH TO WS-EXTRACT-AMOUNT.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-TITLE-LINE FROM WS-DW-LINE.
           MOVE 'MEMBERS' TO WS-CTL-MEASURE.
           MOVE WS-MEMBER-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-MEMBER-HASH TO WS-EXTRACT-AMOUNT.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-MEMBER-LINE FROM WS-DW-LINE.
           MOVE 'STORES' TO WS-CTL-MEASURE.
           MOVE WS-STORE-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-STORE-HASH TO WS-EXTRACT-AMOUNT.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-STORE-LINE FROM WS-DW-LINE.
           MOVE 'TIERS' TO WS-CTL-MEASURE.
           MOVE WS-TIER-ROWS TO WS-EXTRACT-COUNT.
           MOVE WS-TIER-HASH TO WS-EXTRACT-AMOUNT.
           PERFORM BUILD-CONTROL-LINE.
           WRITE DW-TIER-LINE FROM WS-DW-LINE.

       BUILD-CONTROL-LINE.
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-EDIT.
           MOVE WS-EXTRACT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-DW-LINE.
           STRING 'C|' FUNCTION TRIM(WS-CTL-MEASURE) '|'
               WS-CYCLE-DATE '|'
               FUNCTION TRIM(WS-COUNT-EDIT) '|'
               FUNCTION TRIM(WS-AMOUNT-EDIT) '|||S|SNAPSHOT'
           INTO WS-DW-LINE
           END-STRING.

       CLOSE-FILES.
           IF WS-CONTROL-TOTAL-STATUS = '00'
                   OR WS-CONTROL-TOTAL-STATUS = '10' THEN
               CLOSE CONTROL-TOTALS
           END-IF.
           IF WS-TITLE-MASTER-STATUS = '00'
                   OR WS-TITLE-MASTER-STATUS = '10' THEN
               CLOSE TITLE-MASTER
           END-IF.
           IF WS-MEMBER-MASTER-STATUS = '00'
                   OR WS-MEMBER-MASTER-STATUS = '10' THEN
               CLOSE MEMBER-MASTER
           END-IF.
           IF WS-TIER-POLICY-STATUS = '00'
                   OR WS-TIER-POLICY-STATUS = '10' THEN
               CLOSE TIER-POLICY
           END-IF.
           IF WS-TAX-RATES-STATUS = '00'
                   OR WS-TAX-RATES-STATUS = '10' THEN
               CLOSE TAX-RATES
           END-IF.
           IF WS-STORE-MASTER-READ THEN
               CLOSE STORE-MASTER
           END-IF.
           CLOSE DW-TITLE-FILE.
           CLOSE DW-MEMBER-FILE.
           CLOSE DW-STORE-FILE.
           CLOSE DW-TIER-FILE.

       END PROGRAM DW-DIM-EXTRACT.
