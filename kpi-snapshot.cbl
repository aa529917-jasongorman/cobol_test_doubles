               RECORD KEY IS RL-KEY
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT STORE-MASTER ASSIGN TO 'STOREMSTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ST-STORE-ID
               FILE STATUS IS WS-STORE-MASTER-STATUS.

           SELECT KPI-HISTORY ASSIGN TO 'KPIHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-HISTORY-STATUS.
       FD  RUN-CONTROL-FILE.
       COPY 'run-control.cpy'.

       FD  STORE-MASTER.
       COPY 'store-master.cpy'.

       FD  KPI-HISTORY.
       COPY 'kpi-snapshot.cpy'.

           01  WS-RENTAL-TXN-STATUS PIC X(02).
           01  WS-HOLD-QUEUE-STATUS PIC X(02).
           01  WS-RUN-CONTROL-STATUS PIC X(02).
           01  WS-STORE-MASTER-STATUS PIC X(02).
           01  WS-STORE-AVAIL-SWITCH PIC X(01) VALUE 'N'.
               88  WS-STORE-FILE-AVAILABLE VALUE 'Y'.
           01  WS-RUN-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  END-OF-RUNS             VALUE 'Y'.
           01  WS-KPI-HISTORY-STATUS PIC X(02).
           01  WS-FEE-COUNT        PIC 9(7) VALUE 0.
           01  WS-FEE-AMOUNT       PIC S9(7)V9(2) VALUE 0.
           01  WS-AVG-LATE-FEE     PIC 9(3)V9(2) VALUE 0.
           01  WS-STORE-MAX        PIC 9(3) COMP VALUE 30.
           01  WS-STORE-IDX        PIC 9(3) COMP.
           01  WS-STORE-COUNT      PIC 9(3) COMP VALUE 0.
           01  WS-WORK-STORE       PIC X(03).
           01  WS-STORE-TABLE.
               05  WS-ST-ENTRY OCCURS 30 TIMES.
                   10  WS-ST-STORE         PIC X(03).
                   10  WS-ST-REGION        PIC X(04).
                   10  WS-ST-AMOUNT        PIC S9(7)V9(2).
           01  WS-STORES-DROPPED   PIC 9(7) COMP VALUE 0.
      *    A STORE NOT ON THE STORE MASTER ROLLS UP UNDER 'NONE'.
           01  WS-REGION-MAX       PIC 9(3) COMP VALUE 10.
           01  WS-REGION-IDX       PIC 9(3) COMP.
           01  WS-REGION-COUNT     PIC 9(3) COMP VALUE 0.
           01  WS-REGION-FOUND-SWITCH PIC X(01).
               88  WS-REGION-FOUND         VALUE 'Y'.
           01  WS-REGION-TABLE.
               05  WS-RG-ENTRY OCCURS 10 TIMES.
                   10  WS-RG-REGION        PIC X(04).
                   10  WS-RG-AMOUNT        PIC S9(7)V9(2).
           01  WS-MEMBER-STORE-MAX PIC 9(4) COMP VALUE 2000.
           01  WS-MEMBER-STORE-COUNT PIC 9(4) COMP VALUE 0.
           01  WS-MEMBER-STORE-IDX PIC 9(4) COMP.
           IF WS-RUN-CONTROL-STATUS NOT = '00' THEN
               MOVE 'Y' TO WS-RUN-EOF-SWITCH
           END-IF.
           OPEN INPUT STORE-MASTER.
           IF WS-STORE-MASTER-STATUS = '00' THEN
               SET WS-STORE-FILE-AVAILABLE TO TRUE
           END-IF.
           OPEN EXTEND KPI-HISTORY.
           IF WS-KPI-HISTORY-STATUS = '35' THEN
               OPEN OUTPUT KPI-HISTORY
           PERFORM READ-NEXT-MEMBER.

      *    REVENUE BY STORE COMES FROM TODAY'S POSTED RENTALS,
      *    BUCKETED BY THE STORE THE RENTAL WENT OUT AT. A RENTAL
      *    CARRYING NO STORE FALLS BACK TO THE RENTING MEMBER'S HOME
      *    STORE NOTED DURING THE MEMBER PASS.
       GATHER-STORE-REVENUE.
           IF NOT END-OF-RENTALS THEN
               PERFORM READ-NEXT-RENTAL

       BUCKET-ONE-RENTAL.
           IF RT-RENTAL-DATE = WS-TODAY-CCYYMMDD THEN
               IF RT-STORE-ID NOT = SPACES THEN
                   MOVE RT-STORE-ID TO WS-WORK-STORE
               ELSE
                   PERFORM FIND-MEMBER-STORE
               END-IF
               PERFORM ADD-TO-STORE-BUCKET
           END-IF.
           PERFORM READ-NEXT-RENTAL.
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT
               OR WS-STORE-FOUND.
           IF NOT WS-STORE-FOUND AND WS-STORE-COUNT < WS-STORE-MAX
                   THEN
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-STORE-COUNT TO WS-STORE-IDX
               MOVE WS-WORK-STORE TO WS-ST-STORE(WS-STORE-IDX)
               PERFORM FIND-STORE-REGION
               MOVE ZERO TO WS-ST-AMOUNT(WS-STORE-IDX)
               SET WS-STORE-FOUND TO TRUE
           END-IF.
           IF WS-STORE-FOUND THEN
               ADD RT-RATE TO WS-ST-AMOUNT(WS-STORE-IDX)
           ELSE
               ADD 1 TO WS-STORES-DROPPED
           END-IF.

       FIND-STORE-REGION.
           MOVE 'NONE' TO WS-ST-REGION(WS-STORE-IDX).
           IF WS-STORE-FILE-AVAILABLE THEN
               MOVE WS-WORK-STORE TO ST-STORE-ID
               READ STORE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ST-REGION TO WS-ST-REGION(WS-STORE-IDX)
               END-READ
           END-IF.

       MATCH-ONE-STORE-BUCKET.
           MOVE WS-AVG-LATE-FEE TO KS-AVG-LATE-FEE.
           PERFORM FILL-ONE-STORE-SLOT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-MAX.
           PERFORM ROLL-ONE-STORE-TO-REGION
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           PERFORM FILL-ONE-REGION-SLOT
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-MAX.
           IF WS-STORES-DROPPED > ZERO THEN
               DISPLAY 'KPI-SNAPSHOT: STORE SLOTS FULL AT '
                   WS-STORE-MAX ' - ' WS-STORES-DROPPED
                   ' RENTALS NOT BROKEN OUT BY STORE'
           END-IF.
           WRITE KPI-SNAPSHOT-RECORD.
           ADD 1 TO WS-RECORDS-WRITTEN.

               MOVE ZERO TO KS-STORE-AMOUNT(WS-STORE-IDX)
           END-IF.

       ROLL-ONE-STORE-TO-REGION.
           MOVE 'N' TO WS-REGION-FOUND-SWITCH.
           PERFORM MATCH-ONE-REGION
               VARYING WS-REGION-IDX FROM 1 BY 1
               UNTIL WS-REGION-IDX > WS-REGION-COUNT
               OR WS-REGION-FOUND.
           IF NOT WS-REGION-FOUND AND WS-REGION-COUNT < WS-REGION-MAX
                   THEN
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-IDX
               MOVE WS-ST-REGION(WS-STORE-IDX) TO
                   WS-RG-REGION(WS-REGION-IDX)
               MOVE ZERO TO WS-RG-AMOUNT(WS-REGION-IDX)
               SET WS-REGION-FOUND TO TRUE
           END-IF.
           IF WS-REGION-FOUND THEN
               ADD WS-ST-AMOUNT(WS-STORE-IDX) TO
                   WS-RG-AMOUNT(WS-REGION-IDX)
           END-IF.

       MATCH-ONE-REGION.
           IF WS-RG-REGION(WS-REGION-IDX) =
                   WS-ST-REGION(WS-STORE-IDX) THEN
               SET WS-REGION-FOUND TO TRUE
               SUBTRACT 1 FROM WS-REGION-IDX
           END-IF.

       FILL-ONE-REGION-SLOT.
           IF WS-REGION-IDX <= WS-REGION-COUNT THEN
               MOVE WS-RG-REGION(WS-REGION-IDX) TO
                   KS-REGION-ID(WS-REGION-IDX)
               MOVE WS-RG-AMOUNT(WS-REGION-IDX) TO
                   KS-REGION-AMOUNT(WS-REGION-IDX)
           ELSE
               MOVE SPACES TO KS-REGION-ID(WS-REGION-IDX)
               MOVE ZERO TO KS-REGION-AMOUNT(WS-REGION-IDX)
           END-IF.

       CLOSE-FILES.
           IF WS-CONTROL-TOTAL-STATUS = '00'
                   OR WS-CONTROL-TOTAL-STATUS = '10' THEN
                   OR WS-RUN-CONTROL-STATUS = '10' THEN
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-STORE-FILE-AVAILABLE THEN
               CLOSE STORE-MASTER
           END-IF.
           CLOSE KPI-HISTORY.

       END PROGRAM KPI-SNAPSHOT.
