001700* CARPOST'S JOB AND IS NOT TOUCHED HERE.  HEADER AND TRAILER    *
001800* CONTROL RECORDS ON THE FEED ARE SKIPPED THE WAY CARBUILD      *
001900* SKIPS THEM.                                                   *
001910* A SALE OF A UNIT WITH A RECALL CAMPAIGN STILL OPEN            *
001920* AGAINST IT (VMR-OPEN-RECALLS, SET BY RCLMATCH AND RUN DOWN    *
001930* BY RCLCLR) IS ALSO REJECTED -- THE UNIT IS NOT SELLABLE       *
001940* UNTIL IT IS CLEARED.                                          *
001948* THE LOT PUNCHED IN COLUMNS 70-73 IS FILED ON THE UNIT AT      *
001956* RECEIPT FOR THE PHYSICAL COUNT SHEETS.  AN ADJUSTMENT ('A')   *
001964* CARRYING A VIN COMES FROM AN APPROVED PHYSICAL COUNT.  A      *
001972* SIGN OF '-' WRITES OFF AN ON-HAND UNIT THAT WAS NOT FOUND     *
001980* (STATUS 'W', THE DATE IN THE SALE DATE); ANY OTHER SIGN ADDS  *
001988* A UNIT FOUND ON THE LOT BUT NOT ON FILE, AS A RECEIPT WOULD.  *
002000*                                                                 *
002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002300*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002310*   10/15/2026 JM    SALE OF A UNIT UNDER AN OPEN RECALL         *
002320*                    CAMPAIGN IS NOW REJECTED.                   *
002330*   10/15/2026 JM    LOT FILED ON RECEIPT; PHYSICAL COUNT        *
002340*                    ADJUSTMENTS WRITE OFF OR ADD UNITS.         *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
005700     02  TR-QUANTITY             PIC 9(05).
005800     02  TR-DEALER-ID            PIC X(05).
005900     02  TR-VIN                  PIC X(17).
006000     02  TR-LOT-ID               PIC X(04).
006010     02  FILLER                  PIC X(07).
006100
006200 FD  REPORT-FILE
006300     LABEL RECORDS ARE OMITTED
007500 77  SALE-COUNTER                PIC S9(8) COMP VALUE ZERO.
007600 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
007700 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007710 77  ADJUSTMENT-COUNTER          PIC S9(8) COMP VALUE ZERO.
007800
007900 01  WS-RUN-DATE-YYMMDD.
008000     02  WS-RUN-YY               PIC 9(02).
010000     02  VMR-STATUS              PIC X(01).
010100         88  VMR-ON-HAND                 VALUE 'H'.
010200         88  VMR-SOLD                    VALUE 'S'.
010210         88  VMR-WRITTEN-OFF             VALUE 'W'.
010300     02  VMR-RECEIPT-DATE        PIC 9(08).
010400     02  VMR-SALE-DATE           PIC 9(08).
010500     02  VMR-DEALER-ID           PIC X(05).
010600     02  VMR-OPEN-RECALLS        PIC 9(02).
010610     02  VMR-LOT-ID              PIC X(04).
010620     02  FILLER                  PIC X(05).
010700
010800 01  HEADING-LINE-1.
010900     02  FILLER                  PIC X(43)   VALUE
019100     DISPLAY 'VINPOST: FEED RECORDS READ:   ' FEED-READ-COUNTER.
019200     DISPLAY 'VINPOST: UNITS RECEIVED:      ' RECEIPT-COUNTER.
019300     DISPLAY 'VINPOST: UNITS SOLD:          ' SALE-COUNTER.
019310     DISPLAY 'VINPOST: COUNT ADJUSTMENTS:   ' ADJUSTMENT-COUNTER.
019400     DISPLAY 'VINPOST: RECORDS REJECTED:    ' REJECT-COUNTER.
019500     DISPLAY 'VINPOST: RECORDS SKIPPED:     ' SKIPPED-COUNTER.
019600     STOP RUN.
019700
019800* ************************************************************** *
019900* POSTS ONE FEED RECORD AGAINST THE VIN MASTER.  ONLY RECEIPTS,  *
020000* SALES AND COUNT ADJUSTMENTS CARRYING A VIN ARE UNIT-LEVEL     *
020100* TRANSACTIONS; THE CONTROL RECORDS, QUANTITY-ONLY ADJUSTMENTS, *
020200* LEGACY RECORDS AND UNSERIALIZED RECORDS ARE SKIPPED AND       *
020210* COUNTED.                                                      *
020300* ************************************************************** *
020400 100-POST-FEED-RECORD.
020500
021700         GO TO 109-EXIT.
021800*    END-IF.
021900
022000     IF NOT (TR-RECEIPT OR TR-SALE OR TR-ADJUSTMENT)
022100     OR TR-VIN EQUAL SPACES
022200         ADD +1 TO SKIPPED-COUNTER
022300         GO TO 109-EXIT.
022600     IF TR-RECEIPT
022700         PERFORM 110-RECEIVE-UNIT THRU 119-EXIT
022800     ELSE
022900         IF TR-SALE
022910             PERFORM 120-SELL-UNIT THRU 129-EXIT
022920         ELSE
022930             IF TR-QUANTITY-SIGN EQUAL '-'
022940                 PERFORM 130-WRITE-OFF-UNIT THRU 139-EXIT
022950             ELSE
022960                 PERFORM 110-RECEIVE-UNIT THRU 119-EXIT.
022970*            END-IF
022980*        END-IF
023000*    END-IF.
023100
023200 109-EXIT.
023600* WRITES A NEW ON-HAND UNIT RECORD FOR A RECEIPT.  A VIN         *
023700* ALREADY ON FILE IS A REJECT -- A PHYSICAL CAR CANNOT BE        *
023800* RECEIVED TWICE.                                                *
023810* A COUNT ADJUSTMENT ADDING A UNIT FOUND ON THE LOT IS WRITTEN   *
023820* HERE THE SAME WAY.                                             *
023900* ************************************************************** *
024000 110-RECEIVE-UNIT.
024100
024800     MOVE WS-STAMP-CCYYMMDD TO VMR-RECEIPT-DATE.
024900     MOVE ZERO TO VMR-SALE-DATE.
025000     MOVE SPACES TO VMR-DEALER-ID.
025010     MOVE ZERO TO VMR-OPEN-RECALLS.
025020     MOVE TR-LOT-ID TO VMR-LOT-ID.
025100
025200     MOVE VSIO-WRITE TO VSIO-COMMAND.
025300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025700
025800     EVALUATE TRUE
025900         WHEN VSIO-SUCCESS
026000             IF TR-RECEIPT
026010                 ADD +1 TO RECEIPT-COUNTER
026020             ELSE
026030                 ADD +1 TO ADJUSTMENT-COUNTER
026040             END-IF
026100             PERFORM 150-WRITE-REGISTER-LINE THRU 159-EXIT
026110* ON A KEYED WRITE, RETURN CODE 20 IS HOW VSAMIO REPORTS A
026120* DUPLICATE KEY -- THE VIN IS ALREADY ON FILE.
027600* MARKS THE NAMED UNIT SOLD.  THE UNIT MUST BE ON FILE AND       *
027700* STILL ON HAND; THE SELLING DEALER AND SALE DATE ARE STAMPED    *
027800* AND THE RECORD IS REWRITTEN SO THE UNIT'S HISTORY SURVIVES.    *
027810* A UNIT WITH A RECALL CAMPAIGN STILL OPEN CANNOT BE SOLD.       *
027900* ************************************************************** *
028000 120-SELL-UNIT.
028100
030600         PERFORM 155-WRITE-REJECT-LINE THRU 159-EXIT
030700         GO TO 129-EXIT.
030800*    END-IF.
030801
030802     IF VMR-WRITTEN-OFF
030803         ADD +1 TO REJECT-COUNTER
030804         MOVE 'REJECT - WRITTEN OFF' TO DL-DISPOSITION
030805         PERFORM 155-WRITE-REJECT-LINE THRU 159-EXIT
030806         GO TO 129-EXIT.
030807*    END-IF.
030810
030820     IF VMR-OPEN-RECALLS NUMERIC
030830     AND VMR-OPEN-RECALLS GREATER THAN ZERO
030840         ADD +1 TO REJECT-COUNTER
030850         MOVE 'REJECT - OPEN RECALL' TO DL-DISPOSITION
030860         PERFORM 155-WRITE-REJECT-LINE THRU 159-EXIT
030870         GO TO 129-EXIT.
030880*    END-IF.
030900
031000     MOVE 'S' TO VMR-STATUS.
031100     MOVE WS-STAMP-CCYYMMDD TO VMR-SALE-DATE.
032500
032600 129-EXIT.
032700     EXIT.
032701
032702* ************************************************************** *
032703* WRITES OFF AN ON-HAND UNIT THE PHYSICAL COUNT DID NOT FIND.    *
032704* THE UNIT MUST BE ON FILE AND STILL ON HAND; IT IS MARKED 'W'   *
032705* WITH THE POSTING DATE IN THE SALE DATE AND REWRITTEN, SO THE   *
032706* UNIT'S HISTORY SURVIVES THE WAY A SALE'S DOES.                 *
032707* ************************************************************** *
032708 130-WRITE-OFF-UNIT.
032709
032710     MOVE SPACES TO VIN-MASTER-RECORD.
032711     MOVE TR-VIN TO VMR-VIN.
032712     MOVE VSIO-READ TO VSIO-COMMAND.
032713     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032714                         VIN-MASTER-FILE,
032715                         VIN-MASTER-RECORD.
032716*    END-CALL.
032717
032718     IF VSIO-RECORD-NOT-FOUND
032719         ADD +1 TO REJECT-COUNTER
032720         MOVE 'REJECT - VIN NOT ON FILE' TO DL-DISPOSITION
032721         PERFORM 155-WRITE-REJECT-LINE THRU 159-EXIT
032722         MOVE +0 TO VSIO-RETURN-CODE
032723         GO TO 139-EXIT.
032724*    END-IF.
032725     IF NOT VSIO-SUCCESS
032726         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
032727         ADD +1 TO REJECT-COUNTER
032728         GO TO 139-EXIT.
032729*    END-IF.
032730
032731     IF NOT VMR-ON-HAND
032732         ADD +1 TO REJECT-COUNTER
032733         MOVE 'REJECT - NOT ON HAND' TO DL-DISPOSITION
032734         PERFORM 155-WRITE-REJECT-LINE THRU 159-EXIT
032735         GO TO 139-EXIT.
032736*    END-IF.
032737
032738     MOVE 'W' TO VMR-STATUS.
032739     MOVE WS-STAMP-CCYYMMDD TO VMR-SALE-DATE.
032740     MOVE VSIO-REWRITE TO VSIO-COMMAND.
032741     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032742                         VIN-MASTER-FILE,
032743                         VIN-MASTER-RECORD.
032744*    END-CALL.
032745     IF VSIO-SUCCESS
032746         ADD +1 TO ADJUSTMENT-COUNTER
032747         PERFORM 150-WRITE-REGISTER-LINE THRU 159-EXIT
032748     ELSE
032749         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
032750         ADD +1 TO REJECT-COUNTER.
032751*    END-IF.
032752
032753 139-EXIT.
032754     EXIT.
032800
032900 150-WRITE-REGISTER-LINE.
033000
033100     IF TR-RECEIPT
033200         MOVE 'RECEIVED - ON HAND' TO DL-DISPOSITION
033300     ELSE
033400         IF TR-SALE
033410             MOVE 'SOLD' TO DL-DISPOSITION
033420         ELSE
033430             IF TR-QUANTITY-SIGN EQUAL '-'
033440                 MOVE 'WRITTEN OFF - NOT FOUND' TO DL-DISPOSITION
033450             ELSE
033460                 MOVE 'FOUND - ON HAND' TO DL-DISPOSITION.
033470*            END-IF
033480*        END-IF
033500*    END-IF.
033600
033700 155-WRITE-REJECT-LINE.
