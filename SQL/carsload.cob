       IDENTIFICATION DIVISION.
       PROGRAM-ID.  'CARSLOAD'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-360.
       OBJECT-COMPUTER.  IBM-360.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.

      * ***************************************************************
      * NIGHTLY BRIDGE FROM THE CAR CLUSTERS TO DB2, IN THE STUDLOAD
      * PATTERN, SO THE CURS2/CARSCSR/CARSUPD QUERY USERS CAN ANSWER
      * STOCK QUESTIONS FROM WHAT CARPOST AND VINPOST ACTUALLY HOLD
      * INSTEAD OF FROM THE CARS2 CATALOG.  TWO TABLES ARE EMPTIED AND
      * RELOADED IN FULL EACH NIGHT:
      *   CARINVENTORY - ONE ROW PER CAR-MASTER-FILE MAKE/MODEL WITH
      *                  THE QUANTITY ON HAND, FIRST-SEEN AND
      *                  LAST-ACTIVITY DATES;
      *   VEHICLES     - ONE ROW PER VINMSTR UNIT WITH ITS STATUS,
      *                  RECEIPT DATE, SELLING DEALER AND SALE DATE.
      * EACH TABLE'S ROW COUNT IS RECONCILED AGAINST THE RECORDS READ
      * FROM ITS CLUSTER WITH SELECT COUNT(*); ANY MISMATCH OR SQL
      * ERROR ENDS WITH RETURN-CODE 8 SO THE SCHEDULER SEES THE
      * REFRESH DID NOT LAND.
      * ***************************************************************

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CAR-MAKE             PIC X(16).
       01 WS-CAR-MODEL            PIC X(20).
       01 WS-PRODYR               PIC 9(04).
       01 WS-QUANTITY             PIC S9(7) COMP-3.
       01 WS-FIRST-SEEN-DATE      PIC 9(08).
       01 WS-LAST-ACTIVITY-DATE   PIC 9(08).
       01 WS-VIN                  PIC X(17).
       01 WS-STATUS               PIC X(01).
       01 WS-RECEIPT-DATE         PIC 9(08).
       01 WS-SALE-DATE            PIC 9(08).
       01 WS-DEALER-ID            PIC X(05).
       01 WS-LOT-ID               PIC X(04).
       01 WS-TABLE-COUNT          PIC S9(9) COMP.

       01 WS-CAR-EOF-SW           PIC X(01) VALUE 'N'.
            88 CAR-EOF-SW                    VALUE 'Y'.
       01 WS-VIN-EOF-SW           PIC X(01) VALUE 'N'.
            88 VIN-EOF-SW                    VALUE 'Y'.

       77 WS-CAR-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77 WS-CAR-INSERT-COUNT     PIC 9(07) COMP VALUE ZERO.
       77 WS-CAR-TABLE-COUNT      PIC S9(9) COMP VALUE ZERO.
       77 WS-VIN-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
       77 WS-VIN-INSERT-COUNT     PIC 9(07) COMP VALUE ZERO.
       77 WS-VIN-TABLE-COUNT      PIC S9(9) COMP VALUE ZERO.
       77 WS-ERROR-COUNT          PIC 9(07) COMP VALUE ZERO.

       01 VSIO-PARAMETER-VALUES   COPY VSAMIO.
       01 CAR-MASTER-FILE         COPY VSAMIOFB.
       01 CAR-MASTER-RECORD.
          02 CMR-CAR-MAKE         PIC X(16).
          02 CMR-CAR-MODEL        PIC X(20).
          02 CMR-FY-PROD          PIC 9(04).
          02 CMR-QUANTITY         PIC 9(05) COMP-3.
          02 CMR-FIRST-SEEN-DATE  PIC 9(08).
          02 CMR-LAST-ACTIVITY-DATE
                                  PIC 9(08).
          02 FILLER               PIC X(07).

       01 VIN-MASTER-FILE         COPY VSAMIOFB.
       01 VIN-MASTER-RECORD.
          02 VMR-VIN              PIC X(17).
          02 VMR-CAR-MAKE         PIC X(16).
          02 VMR-CAR-MODEL        PIC X(20).
          02 VMR-FY-PROD          PIC 9(04).
          02 VMR-STATUS           PIC X(01).
          02 VMR-RECEIPT-DATE     PIC 9(08).
          02 VMR-SALE-DATE        PIC 9(08).
          02 VMR-DEALER-ID        PIC X(05).
          02 VMR-OPEN-RECALLS     PIC 9(02).
          02 VMR-LOT-ID           PIC X(04).
          02 FILLER               PIC X(05).

       PROCEDURE DIVISION.
       MAIN-PART.
           DISPLAY 'CARSLOAD: REFRESH DB2 CAR TABLES FROM CARMSTR '
               'AND VINMSTR'.

           MOVE 'CARMSTR' TO VSIO-DDNAME OF CAR-MASTER-FILE.
           MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CAR-MASTER-FILE.
           MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF CAR-MASTER-FILE.
           MOVE VSIO-INPUT TO VSIO-MODE OF CAR-MASTER-FILE.
           MOVE +66 TO VSIO-RECORD-LENGTH OF CAR-MASTER-FILE.
           MOVE +0 TO VSIO-KEY-POSITION OF CAR-MASTER-FILE.
           MOVE +36 TO VSIO-KEY-LENGTH OF CAR-MASTER-FILE.
           MOVE VSIO-OPEN TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               CAR-MASTER-FILE,
                               CAR-MASTER-RECORD.
           IF NOT VSIO-SUCCESS
              DISPLAY 'CARSLOAD: CARMSTR OPEN FAILED'
              MOVE +8 TO RETURN-CODE
              STOP RUN.

           MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
           MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
           MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF VIN-MASTER-FILE.
           MOVE VSIO-INPUT TO VSIO-MODE OF VIN-MASTER-FILE.
           MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
           MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
           MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
           MOVE VSIO-OPEN TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               VIN-MASTER-FILE,
                               VIN-MASTER-RECORD.
           IF NOT VSIO-SUCCESS
              DISPLAY 'CARSLOAD: VINMSTR OPEN FAILED'
              MOVE +8 TO RETURN-CODE
              STOP RUN.

      * EMPTY BOTH TABLES FIRST: THE REFRESH IS A FULL REPLACE, THE
      * SAME EVERY NIGHT, SO YESTERDAY'S ROWS NEVER LINGER.
           EXEC SQL
               DELETE FROM CARINVENTORY
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'CARSLOAD: CARINVENTORY DELETE FAILED SQLCODE '
                  SQLCODE
              MOVE +8 TO RETURN-CODE
              STOP RUN.

           EXEC SQL
               DELETE FROM VEHICLES
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 AND SQLCODE NOT EQUAL 100
              DISPLAY 'CARSLOAD: VEHICLES DELETE FAILED SQLCODE '
                  SQLCODE
              MOVE +8 TO RETURN-CODE
              STOP RUN.

           PERFORM CAR-LOAD-LOOP UNTIL CAR-EOF-SW.
           PERFORM VIN-LOAD-LOOP UNTIL VIN-EOF-SW.

           MOVE VSIO-CLOSE TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               CAR-MASTER-FILE,
                               CAR-MASTER-RECORD.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               VIN-MASTER-FILE,
                               VIN-MASTER-RECORD.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TABLE-COUNT
                 FROM CARINVENTORY
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'CARSLOAD: CARINVENTORY COUNT FAILED SQLCODE '
                  SQLCODE
              MOVE +8 TO RETURN-CODE
              STOP RUN.
           MOVE WS-TABLE-COUNT TO WS-CAR-TABLE-COUNT.

           EXEC SQL
               SELECT COUNT(*)
                 INTO :WS-TABLE-COUNT
                 FROM VEHICLES
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
              DISPLAY 'CARSLOAD: VEHICLES COUNT FAILED SQLCODE '
                  SQLCODE
              MOVE +8 TO RETURN-CODE
              STOP RUN.
           MOVE WS-TABLE-COUNT TO WS-VIN-TABLE-COUNT.

           DISPLAY 'CARSLOAD: CARMSTR RECORDS READ  : '
               WS-CAR-READ-COUNT.
           DISPLAY 'CARSLOAD: CARINVENTORY INSERTED : '
               WS-CAR-INSERT-COUNT.
           DISPLAY 'CARSLOAD: CARINVENTORY ON TABLE : '
               WS-CAR-TABLE-COUNT.
           DISPLAY 'CARSLOAD: VINMSTR RECORDS READ  : '
               WS-VIN-READ-COUNT.
           DISPLAY 'CARSLOAD: VEHICLES INSERTED     : '
               WS-VIN-INSERT-COUNT.
           DISPLAY 'CARSLOAD: VEHICLES ON TABLE     : '
               WS-VIN-TABLE-COUNT.
           DISPLAY 'CARSLOAD: SQL ERRORS            : '
               WS-ERROR-COUNT.

           IF WS-CAR-TABLE-COUNT NOT EQUAL WS-CAR-READ-COUNT
              OR WS-VIN-TABLE-COUNT NOT EQUAL WS-VIN-READ-COUNT
              OR WS-ERROR-COUNT GREATER THAN ZERO
              DISPLAY 'CARSLOAD: REFRESH DOES NOT RECONCILE'
              MOVE +8 TO RETURN-CODE.

           STOP RUN.

      * READS ONE CAR-MASTER-FILE RECORD AND INSERTS IT AS ONE
      * CARINVENTORY ROW.  DATES WRITTEN BEFORE THE MASTER CARRIED
      * THEM ARE LOADED AS ZERO.  A READ ERROR OTHER THAN END OF FILE
      * ENDS THE PASS AND IS COUNTED, SO THE RUN CANNOT RECONCILE.
       CAR-LOAD-LOOP SECTION.
           MOVE SPACES TO CAR-MASTER-RECORD.
           MOVE VSIO-READ TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               CAR-MASTER-FILE,
                               CAR-MASTER-RECORD.

           IF NOT VSIO-SUCCESS
              IF NOT VSIO-END-OF-FILE
                 DISPLAY 'CARSLOAD: CARMSTR READ FAILED'
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
              MOVE 'Y' TO WS-CAR-EOF-SW
           ELSE
              ADD 1 TO WS-CAR-READ-COUNT
              MOVE CMR-CAR-MAKE TO WS-CAR-MAKE
              MOVE CMR-CAR-MODEL TO WS-CAR-MODEL
              IF CMR-FY-PROD NUMERIC
                 MOVE CMR-FY-PROD TO WS-PRODYR
              ELSE
                 MOVE ZERO TO WS-PRODYR
              END-IF
              MOVE CMR-QUANTITY TO WS-QUANTITY
              IF CMR-FIRST-SEEN-DATE NUMERIC
                 MOVE CMR-FIRST-SEEN-DATE TO WS-FIRST-SEEN-DATE
              ELSE
                 MOVE ZERO TO WS-FIRST-SEEN-DATE
              END-IF
              IF CMR-LAST-ACTIVITY-DATE NUMERIC
                 MOVE CMR-LAST-ACTIVITY-DATE TO WS-LAST-ACTIVITY-DATE
              ELSE
                 MOVE ZERO TO WS-LAST-ACTIVITY-DATE
              END-IF
              EXEC SQL
                  INSERT INTO CARINVENTORY
                         (CAR-MAKE, CAR-MODEL, PRODYR, QUANTITY,
                          FIRST-SEEN, LAST-ACTIVITY)
                  VALUES (:WS-CAR-MAKE, :WS-CAR-MODEL, :WS-PRODYR,
                          :WS-QUANTITY, :WS-FIRST-SEEN-DATE,
                          :WS-LAST-ACTIVITY-DATE)
              END-EXEC
              IF SQLCODE EQUAL 0
                 ADD 1 TO WS-CAR-INSERT-COUNT
              ELSE
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY 'CARSLOAD: CARINVENTORY INSERT FAILED '
                     'SQLCODE ' SQLCODE ' FOR ' WS-CAR-MAKE
                     ' ' WS-CAR-MODEL
              END-IF
           END-IF.

      * READS ONE VINMSTR RECORD AND INSERTS IT AS ONE VEHICLES ROW.
      * AN ON-HAND UNIT HAS NO SALE DATE OR DEALER; A WRITTEN-OFF
      * UNIT CARRIES ITS WRITE-OFF DATE IN THE SALE DATE, AS VINPOST
      * RECORDS IT.
       VIN-LOAD-LOOP SECTION.
           MOVE SPACES TO VIN-MASTER-RECORD.
           MOVE VSIO-READ TO VSIO-COMMAND.
           CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
                               VIN-MASTER-FILE,
                               VIN-MASTER-RECORD.

           IF NOT VSIO-SUCCESS
              IF NOT VSIO-END-OF-FILE
                 DISPLAY 'CARSLOAD: VINMSTR READ FAILED'
                 ADD 1 TO WS-ERROR-COUNT
              END-IF
              MOVE 'Y' TO WS-VIN-EOF-SW
           ELSE
              ADD 1 TO WS-VIN-READ-COUNT
              MOVE VMR-VIN TO WS-VIN
              MOVE VMR-CAR-MAKE TO WS-CAR-MAKE
              MOVE VMR-CAR-MODEL TO WS-CAR-MODEL
              IF VMR-FY-PROD NUMERIC
                 MOVE VMR-FY-PROD TO WS-PRODYR
              ELSE
                 MOVE ZERO TO WS-PRODYR
              END-IF
              MOVE VMR-STATUS TO WS-STATUS
              IF VMR-RECEIPT-DATE NUMERIC
                 MOVE VMR-RECEIPT-DATE TO WS-RECEIPT-DATE
              ELSE
                 MOVE ZERO TO WS-RECEIPT-DATE
              END-IF
              IF VMR-SALE-DATE NUMERIC
                 MOVE VMR-SALE-DATE TO WS-SALE-DATE
              ELSE
                 MOVE ZERO TO WS-SALE-DATE
              END-IF
              MOVE VMR-DEALER-ID TO WS-DEALER-ID
              MOVE VMR-LOT-ID TO WS-LOT-ID
              EXEC SQL
                  INSERT INTO VEHICLES
                         (VIN, CAR-MAKE, CAR-MODEL, PRODYR, STATUS,
                          RECEIPT-DATE, SALE-DATE, DEALER-ID, LOT-ID)
                  VALUES (:WS-VIN, :WS-CAR-MAKE, :WS-CAR-MODEL,
                          :WS-PRODYR, :WS-STATUS, :WS-RECEIPT-DATE,
                          :WS-SALE-DATE, :WS-DEALER-ID, :WS-LOT-ID)
              END-EXEC
              IF SQLCODE EQUAL 0
                 ADD 1 TO WS-VIN-INSERT-COUNT
              ELSE
                 ADD 1 TO WS-ERROR-COUNT
                 DISPLAY 'CARSLOAD: VEHICLES INSERT FAILED SQLCODE '
                     SQLCODE ' FOR ' WS-VIN
              END-IF
           END-IF.
