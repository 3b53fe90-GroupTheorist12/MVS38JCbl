001400* EXCEPTIONS LISTING INSTEAD OF BEING SILENTLY DROPPED, SO      *
001500* INVENTORY COUNTS STAY ACCURATE INSTEAD OF BEING RE-DERIVED    *
001600* FROM SCRATCH EVERY REPORT RUN.                                *
001610*                                                               *
001620* EACH RECEIPT ('R') POSTED IS ALSO MATCHED AGAINST THE OPEN    *
001630* PURCHASE ORDER LINES ON OPENPO FOR ITS MAKE/MODEL, LOWEST     *
001640* PO NUMBER FIRST, REDUCING THE QUANTITY STILL DUE AND CLOSING  *
001650* EACH LINE AS IT IS RECEIVED IN FULL.  UNITS BEYOND WHAT IS    *
001660* ON ORDER ARE JOURNALED TO THE OVER-RECEIPT FILE (DDNAME       *
001670* POOVRC) FOR PURCHASING'S WEEKLY POWEEK REPORT.  OPENPO IS     *
001680* KEYED BY PO NUMBER AND LINE, SO THE LINES FOR THE MODEL ARE   *
001690* FOUND BY BROWSING THE CLUSTER IN KEY ORDER.                   *
001700*                                                                 *
001800* MODIFICATION HISTORY.                                          *
001900*   DATE       INIT  DESCRIPTION                                 *
002362*                    TO THE JOBSTATS CLUSTER THROUGH THE    *
002363*                    SHARED JOBSTATS ROUTINE FOR THE        *
002364*                    STATTRND WEEKLY TREND REPORT.          *
002364*   10/15/2026 JM    RECEIPTS ARE MATCHED AGAINST THE       *
002364*                    OPEN PURCHASE ORDERS ON OPENPO AND ANY *
002364*                    OVER-RECEIPT IS JOURNALED TO POOVRC.   *
002364*   10/15/2026 JM    OPENPO IS NOW KEYED BY PO NUMBER AND   *
002364*                    LINE NUMBER; A RECEIPT IS MATCHED BY   *
002364*                    BROWSING THE CLUSTER FROM THE START.   *
002100* ************************************************************* *
002200
002300 ENVIRONMENT DIVISION.
006955     88  WS-UNITS-VALID                      VALUE 'Y'.
006956 01  WS-EXC-REASON-CODE          PIC X(04)   VALUE SPACES.
006957 01  WS-EXC-REASON-TEXT          PIC X(30)   VALUE SPACES.
006957
006957 77  PO-EOF-SWITCH               PIC X(01)   VALUE 'N'.
006957     88  PO-EOF                              VALUE 'Y'.
006957 77  PO-MATCHED-COUNTER          PIC S9(8) COMP VALUE ZERO.
006957 77  OVER-RECEIPT-COUNTER        PIC S9(8) COMP VALUE ZERO.
006957 77  WS-UNITS-TO-MATCH           PIC S9(8) COMP VALUE ZERO.
006957 77  WS-PO-DUE                   PIC S9(8) COMP VALUE ZERO.
006957 01  WS-LAST-PO-NUMBER           PIC X(08)   VALUE SPACES.
006958
006959* ************************************************************** *
006959* HEADER/TRAILER CONTROL FIELDS FOR THE FEED HANDSHAKE.  THE     *
007790     02  RCR-TRAN-COUNT          PIC 9(07).
007791     02  RCR-FORCE-COUNT         PIC 9(03).
007792     02  FILLER                  PIC X(10).
007792
007792* ************************************************************** *
007792* OPEN PURCHASE ORDER LINE (DDNAME OPENPO, KEYED BY PO NUMBER   *
007792* AND LINE NUMBER), ALSO DESCRIBED IN POLOAD.                    *
007792* ************************************************************** *
007792 01  OPEN-PO-FILE                COPY VSAMIOFB.
007792 01  OPEN-PO-RECORD.
007792     02  POR-KEY.
007792         03  POR-PO-NUMBER       PIC X(08).
007792         03  POR-LINE-NUMBER     PIC 9(03).
007792     02  POR-CAR-MAKE            PIC X(16).
007792     02  POR-CAR-MODEL           PIC X(20).
007792     02  POR-STATUS              PIC X(01).
007792         88  POR-OPEN                        VALUE 'O'.
007792         88  POR-CLOSED                      VALUE 'C'.
007792     02  POR-QTY-ORDERED         PIC 9(05).
007792     02  POR-QTY-RECEIVED        PIC 9(05).
007792     02  POR-ORDER-DATE          PIC 9(08).
007792     02  POR-EXPECTED-DATE       PIC 9(08).
007792     02  POR-LAST-RECEIPT-DATE   PIC 9(08).
007792     02  FILLER                  PIC X(18).
007792
007792* ************************************************************** *
007792* OVER-RECEIPT JOURNAL (DDNAME POOVRC, APPEND-ONLY ESDS), ALSO   *
007792* DESCRIBED IN POWEEK.  ONE RECORD PER RECEIPT THAT BROUGHT IN   *
007792* MORE THAN THE OPEN PURCHASE ORDERS FOR THE MODEL STILL HAD     *
007792* DUE.  POX-PO-NUMBER IS THE LAST PO LINE FOR THE MODEL, OR      *
007792* SPACES WHEN THE MODEL HAS NONE ON FILE.                        *
007792* ************************************************************** *
007792 01  OVER-RECEIPT-FILE           COPY VSAMIOFB.
007792 01  OVER-RECEIPT-RECORD.
007792     02  POX-RECEIPT-DATE        PIC 9(08).
007792     02  POX-CAR-MAKE            PIC X(16).
007792     02  POX-CAR-MODEL           PIC X(20).
007792     02  POX-PO-NUMBER           PIC X(08).
007792     02  POX-UNITS-RECEIVED      PIC 9(05).
007792     02  POX-UNITS-OVER          PIC 9(05).
007792     02  POX-GENERATION          PIC X(08).
007792     02  FILLER                  PIC X(10).
007800
007900 PROCEDURE DIVISION.
008000
010300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
010400         STOP RUN.
010500*    END-IF.
010502
010504     MOVE 'OPENPO' TO VSIO-DDNAME OF OPEN-PO-FILE.
010506     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF OPEN-PO-FILE.
010508     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF OPEN-PO-FILE.
010510     MOVE VSIO-I-O TO VSIO-MODE OF OPEN-PO-FILE.
010512     MOVE +100 TO VSIO-RECORD-LENGTH OF OPEN-PO-FILE.
010514     MOVE +0 TO VSIO-KEY-POSITION OF OPEN-PO-FILE.
010516     MOVE +11 TO VSIO-KEY-LENGTH OF OPEN-PO-FILE.
010518     MOVE VSIO-OPEN TO VSIO-COMMAND.
010520     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
010522                         OPEN-PO-FILE,
010524                         OPEN-PO-RECORD.
010526*    END-CALL.
010528     IF NOT VSIO-SUCCESS
010530         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
010532         STOP RUN.
010534*    END-IF.
010536
010538     MOVE 'POOVRC' TO VSIO-DDNAME OF OVER-RECEIPT-FILE.
010540     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF OVER-RECEIPT-FILE.
010542     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF OVER-RECEIPT-FILE.
010544     MOVE VSIO-EXTEND TO VSIO-MODE OF OVER-RECEIPT-FILE.
010546     MOVE +80 TO VSIO-RECORD-LENGTH OF OVER-RECEIPT-FILE.
010548     MOVE +0 TO VSIO-KEY-POSITION OF OVER-RECEIPT-FILE.
010550     MOVE +0 TO VSIO-KEY-LENGTH OF OVER-RECEIPT-FILE.
010552     MOVE VSIO-OPEN TO VSIO-COMMAND.
010554     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
010556                         OVER-RECEIPT-FILE,
010558                         OVER-RECEIPT-RECORD.
010560*    END-CALL.
010562     IF NOT VSIO-SUCCESS
010564         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
010566         STOP RUN.
010568*    END-IF.
010600
010700 010-PROCESS.
010800
012500     IF NOT VSIO-SUCCESS
012600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
012700*    END-IF.
012701     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
012702                         OPEN-PO-FILE,
012703                         OPEN-PO-RECORD.
012704*    END-CALL.
012705     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
012706                         OVER-RECEIPT-FILE,
012707                         OVER-RECEIPT-RECORD.
012708*    END-CALL.
012710
012720     PERFORM 200-MARK-RUN-CONTROL
012730        THRU 209-EXIT.
013100     DISPLAY 'CARPOST: TRANSACTIONS READ: ' TRANSACTION-COUNTER.
013200     DISPLAY 'CARPOST: RECORDS POSTED:    ' POSTED-COUNTER.
013300     DISPLAY 'CARPOST: EXCEPTIONS:        ' EXCEPTION-COUNTER.
013303     DISPLAY 'CARPOST: PO LINES RECEIVED: ' PO-MATCHED-COUNTER.
013306     DISPLAY 'CARPOST: OVER-RECEIPTS:     ' OVER-RECEIPT-COUNTER.
013310
013320     MOVE JSTA-WRITE-STATS TO JSTA-COMMAND.
013330     MOVE 'CARPOST ' TO JSTA-PROGRAM.
015500                                 CAR-MASTER-RECORD
015600             IF VSIO-SUCCESS
015700                 ADD +1 TO POSTED-COUNTER
015710                 IF TR-RECEIPT
015720                     PERFORM 170-MATCH-PURCHASE-ORDERS
015720                        THRU 179-EXIT
015730                 END-IF
015800             ELSE
015900                 PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016000             END-IF
018300
018400 169-EXIT.
018500     EXIT.
018500
018500* ************************************************************** *
018500* APPLIES THE UNITS OF A POSTED RECEIPT TO THE OPEN PURCHASE     *
018500* ORDER LINES FOR ITS MAKE/MODEL, LOWEST PO NUMBER FIRST, BY     *
018500* BROWSING OPENPO FROM THE START IN PO NUMBER ORDER.  ANY UNITS  *
018500* LEFT OVER ARE JOURNALED TO POOVRC AS AN OVER-RECEIPT.          *
018500* ************************************************************** *
018500 170-MATCH-PURCHASE-ORDERS.
018500
018500     MOVE TR-QUANTITY TO WS-UNITS-TO-MATCH.
018500     MOVE SPACES TO WS-LAST-PO-NUMBER.
018500     MOVE 'N' TO PO-EOF-SWITCH.
018500
018500     MOVE SPACES TO OPEN-PO-RECORD.
018500     MOVE LOW-VALUES TO POR-KEY.
018500     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
018500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018500                         OPEN-PO-FILE,
018500                         OPEN-PO-RECORD.
018500*    END-CALL.
018500     IF NOT VSIO-SUCCESS
018500         MOVE +0 TO VSIO-RETURN-CODE
018500         MOVE 'Y' TO PO-EOF-SWITCH.
018500*    END-IF.
018500
018500     PERFORM 175-APPLY-TO-ONE-PO
018500        THRU 175-EXIT
018500       UNTIL PO-EOF
018500          OR WS-UNITS-TO-MATCH EQUAL ZERO.
018500*    END-PERFORM.
018500
018500     IF WS-UNITS-TO-MATCH GREATER THAN ZERO
018500         PERFORM 180-WRITE-OVER-RECEIPT THRU 189-EXIT.
018500*    END-IF.
018500
018500 179-EXIT.
018500     EXIT.
018500
018500 175-APPLY-TO-ONE-PO.
018500
018500     MOVE SPACES TO OPEN-PO-RECORD.
018500     MOVE +100 TO VSIO-RECORD-LENGTH OF OPEN-PO-FILE.
018500     MOVE VSIO-READ TO VSIO-COMMAND.
018500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018500                         OPEN-PO-FILE,
018500                         OPEN-PO-RECORD.
018500*    END-CALL.
018500     IF NOT VSIO-SUCCESS
018500         IF NOT VSIO-END-OF-FILE
018500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018500         END-IF
018500         MOVE +0 TO VSIO-RETURN-CODE
018500         MOVE 'Y' TO PO-EOF-SWITCH
018500         GO TO 175-EXIT.
018500*    END-IF.
018500
018500     IF POR-CAR-MAKE NOT EQUAL TR-CAR-MAKE
018500     OR POR-CAR-MODEL NOT EQUAL TR-CAR-MODEL
018500         GO TO 175-EXIT.
018500*    END-IF.
018500
018500     MOVE POR-PO-NUMBER TO WS-LAST-PO-NUMBER.
018500     IF NOT POR-OPEN
018500     OR POR-QTY-RECEIVED NOT LESS THAN POR-QTY-ORDERED
018500         GO TO 175-EXIT.
018500*    END-IF.
018500
018500     COMPUTE WS-PO-DUE = POR-QTY-ORDERED - POR-QTY-RECEIVED.
018500     IF WS-PO-DUE GREATER THAN WS-UNITS-TO-MATCH
018500         MOVE WS-UNITS-TO-MATCH TO WS-PO-DUE.
018500*    END-IF.
018500     ADD WS-PO-DUE TO POR-QTY-RECEIVED.
018500     SUBTRACT WS-PO-DUE FROM WS-UNITS-TO-MATCH.
018500     MOVE WS-STAMP-CCYYMMDD TO POR-LAST-RECEIPT-DATE.
018500     IF POR-QTY-RECEIVED NOT LESS THAN POR-QTY-ORDERED
018500         MOVE 'C' TO POR-STATUS.
018500*    END-IF.
018500
018500     MOVE +100 TO VSIO-RECORD-LENGTH OF OPEN-PO-FILE.
018500     MOVE VSIO-REWRITE TO VSIO-COMMAND.
018500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018500                         OPEN-PO-FILE,
018500                         OPEN-PO-RECORD.
018500*    END-CALL.
018500     IF VSIO-SUCCESS
018500         ADD +1 TO PO-MATCHED-COUNTER
018500     ELSE
018500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018500         MOVE +0 TO VSIO-RETURN-CODE.
018500*    END-IF.
018500
018500 175-EXIT.
018500     EXIT.
018500
018500 180-WRITE-OVER-RECEIPT.
018500
018500     MOVE SPACES TO OVER-RECEIPT-RECORD.
018500     MOVE WS-STAMP-CCYYMMDD TO POX-RECEIPT-DATE.
018500     MOVE TR-CAR-MAKE TO POX-CAR-MAKE.
018500     MOVE TR-CAR-MODEL TO POX-CAR-MODEL.
018500     MOVE WS-LAST-PO-NUMBER TO POX-PO-NUMBER.
018500     MOVE TR-QUANTITY TO POX-UNITS-RECEIVED.
018500     MOVE WS-UNITS-TO-MATCH TO POX-UNITS-OVER.
018500     MOVE RCC-GENERATION TO POX-GENERATION.
018500     MOVE VSIO-WRITE TO VSIO-COMMAND.
018500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018500                         OVER-RECEIPT-FILE,
018500                         OVER-RECEIPT-RECORD.
018500*    END-CALL.
018500     IF VSIO-SUCCESS
018500         ADD +1 TO OVER-RECEIPT-COUNTER
018500     ELSE
018500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018500         MOVE +0 TO VSIO-RETURN-CODE.
018500*    END-IF.
018500
018500 189-EXIT.
018500     EXIT.
018600
018510* ************************************************************** *
018514* RECORD THE CLEAN END OF JOB ON THE RUNCTL CLUSTER SO A SECOND  *
