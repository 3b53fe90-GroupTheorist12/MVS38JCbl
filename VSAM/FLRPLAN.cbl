000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FLRPLAN.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MONTHLY FLOOR-PLAN FINANCING INTEREST REPORT OVER THE VIN     *
000900* MASTER.  EVERY UNIT IS FINANCED FROM ITS RECEIPT DATE UNTIL   *
001000* IT SELLS.  FOR EACH UNIT ON HAND AT MONTH END, AND EACH UNIT  *
001100* SOLD DURING THE MONTH, THE DAYS FINANCED ARE COMPUTED BY THE  *
001200* SHARED DAYDIFF ROUTINE FROM VMR-RECEIPT-DATE TO VMR-SALE-DATE *
001300* (SOLD THIS MONTH) OR TO THE LAST DAY OF THE MONTH (ON HAND).  *
001400* A UNIT SOLD AFTER THE MONTH WAS STILL ON HAND AT MONTH END     *
001500* AND IS REPORTED THAT WAY, SO A LATE RERUN GIVES THE SAME       *
001600* ANSWER.  UNITS WRITTEN OFF BY A PHYSICAL COUNT, UNITS SOLD IN  *
001700* AN EARLIER MONTH AND UNITS RECEIVED AFTER MONTH END ARE NOT    *
001800* FINANCED THIS MONTH AND ARE SKIPPED.                          *
001900*                                                               *
002000* THE INTEREST COST OF A UNIT IS ITS PRICETBL UNIT COST AT THE  *
002100* ANNUAL FLOOR-PLAN RATE ON THE CONTROL CARD FOR THE DAYS        *
002200* FINANCED, ON AN ACTUAL/365 DAY BASIS.  A UNIT NOT ON PRICETBL  *
002300* OR WITHOUT A USABLE RECEIPT DATE IS LISTED WITH NO INTEREST    *
002400* AND COUNTED AS AN EXCEPTION.                                  *
002500*                                                               *
002600* THE UNITS PRINT BY MAKE/MODEL WITH A SUBTOTAL FOR EACH,       *
002700* FOLLOWED BY A SUMMARY BY SELLING DEALER (NAME AND REGION FROM *
002800* DLRTBL, UNITS STILL ON HAND SHOWN AS THEIR OWN LINE), AND THE *
002900* MAKE/MODEL AND DEALER CARRYING THE HIGHEST INTEREST COST.     *
003000*                                                               *
003100* SYSIN CARD:                                                   *
003200*   COL  1-6   MONTH, CCYYMM -- REQUIRED                        *
003300*   COL  8-12  ANNUAL FLOOR-PLAN RATE, PERCENT WITH 3 DECIMALS  *
003400*              (E.G. 07250 = 7.250 PCT) -- REQUIRED             *
003500*                                                               *
003600* RETURN CODE 8 WITHOUT A VALID CARD, ON A VSAMIO ERROR OR WHEN *
003700* THE DEALER TABLE OVERFLOWS; 4 WHEN ANY UNIT IS AN EXCEPTION.  *
003800*                                                               *
003900* MODIFICATION HISTORY.                                         *
004000*   DATE       INIT  DESCRIPTION                                *
004100*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004110*   10/15/2026 JM    END-OF-JOB DISPLAY SPLIT TO KEEP IT INSIDE *
004120*                    COLUMN 72.                                 *
004200* ************************************************************* *
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     SELECT CONTROL-CARD-FILE
005300         ASSIGN TO UT-S-SYSIN.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO UR-1403-S-SYSPRINT.
005700
005800     SELECT SORT-WORK-FILE
005900         ASSIGN TO UT-S-SORTWK01.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CONTROL-CARD-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 80 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS CONTROL-CARD-RECORD.
006800 01  CONTROL-CARD-RECORD.
006900     02  CC-MONTH                PIC X(06).
007000     02  CC-MONTH-N REDEFINES CC-MONTH.
007100         03  CC-MONTH-CCYY       PIC 9(04).
007200         03  CC-MONTH-MM         PIC 9(02).
007300     02  FILLER                  PIC X(01).
007400     02  CC-RATE                 PIC X(05).
007500     02  CC-RATE-N REDEFINES CC-RATE
007600                                 PIC 9(02)V999.
007700     02  FILLER                  PIC X(68).
007800
007900 FD  REPORT-FILE
008000     LABEL RECORDS ARE OMITTED
008100     RECORD CONTAINS 132 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS REPORT-LINE.
008400 01  REPORT-LINE                 PIC X(132).
008500
008600* ************************************************************** *
008700* ONE RECORD PER FINANCED UNIT, PRICED AND AGED IN THE INPUT     *
008800* PROCEDURE: GROUP 1 FOR A UNIT ON HAND AT MONTH END, GROUP 2    *
008900* FOR A UNIT SOLD DURING THE MONTH.                              *
009000* ************************************************************** *
009100 SD  SORT-WORK-FILE
009200     RECORD CONTAINS 108 CHARACTERS
009300     DATA RECORD IS SORT-RECORD.
009400 01  SORT-RECORD.
009500     02  SR-CAR-MAKE             PIC X(16).
009600     02  SR-CAR-MODEL            PIC X(20).
009700     02  SR-GROUP                PIC X(01).
009800         88  SR-UNIT-ON-HAND                 VALUE '1'.
009900         88  SR-UNIT-SOLD                    VALUE '2'.
010000     02  SR-VIN                  PIC X(17).
010100     02  SR-DEALER-ID            PIC X(05).
010200     02  SR-RECEIPT-DATE         PIC 9(08).
010300     02  SR-END-DATE             PIC 9(08).
010400     02  SR-DAYS                 PIC 9(05).
010500     02  SR-UNIT-COST            PIC 9(05)V99.
010600     02  SR-INTEREST             PIC 9(07)V99.
010700     02  SR-NOTE                 PIC X(12).
010800
010900 WORKING-STORAGE SECTION.
011000 77  VIN-EOF-SWITCH              PIC X(01)   VALUE 'N'.
011100     88  VIN-EOF                             VALUE 'Y'.
011200 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
011300     88  SORT-EOF                            VALUE 'Y'.
011400 77  MONTH-END-SWITCH            PIC X(01)   VALUE 'N'.
011500     88  MONTH-END-FOUND                     VALUE 'Y'.
011600 77  DEALER-POSITION-SWITCH      PIC X(01)   VALUE 'N'.
011700     88  DEALER-POSITIONED                   VALUE 'Y'.
011800
011900 77  VINMSTR-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
012000 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
012100 77  UNPRICED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012200 77  UNDATED-COUNTER             PIC S9(8) COMP VALUE ZERO.
012300 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
012500 77  WS-AVG-DAYS                 PIC S9(8) COMP VALUE ZERO.
012600 77  WS-RATE                     PIC 9(02)V999 VALUE ZERO.
012700
012800 77  MODEL-UNITS                 PIC S9(8) COMP VALUE ZERO.
012900 77  MODEL-DAYS                  PIC S9(9) COMP VALUE ZERO.
013000 77  MODEL-COST                  PIC S9(9)V99 COMP-3 VALUE ZERO.
013100 77  MODEL-INTEREST              PIC S9(9)V99 COMP-3 VALUE ZERO.
013200 77  TOTAL-ON-HAND               PIC S9(8) COMP VALUE ZERO.
013300 77  TOTAL-SOLD                  PIC S9(8) COMP VALUE ZERO.
013400 77  TOTAL-UNITS                 PIC S9(8) COMP VALUE ZERO.
013500 77  TOTAL-DAYS                  PIC S9(9) COMP VALUE ZERO.
013600 77  TOTAL-COST                  PIC S9(9)V99 COMP-3 VALUE ZERO.
013700 77  TOTAL-INTEREST              PIC S9(9)V99 COMP-3 VALUE ZERO.
013800 77  HIGH-MODEL-INTEREST         PIC S9(9)V99 COMP-3 VALUE ZERO.
013900 77  HIGH-DEALER-INTEREST        PIC S9(9)V99 COMP-3 VALUE ZERO.
014000
014100 01  WS-CURRENT-MAKE             PIC X(16)   VALUE SPACES.
014200 01  WS-CURRENT-MODEL            PIC X(20)   VALUE SPACES.
014300 01  HIGH-MODEL-KEY              PIC X(37)   VALUE SPACES.
014400 01  HIGH-DEALER-KEY             PIC X(37)   VALUE SPACES.
014500
014600 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
014700 01  FILLER REDEFINES WS-RUN-DATE.
014800     02  WS-RUN-YY               PIC 9(02).
014900     02  WS-RUN-MM               PIC 9(02).
015000     02  WS-RUN-DD               PIC 9(02).
015100 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
015200 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
015300     02  WS-RUN-CCYY             PIC 9(04).
015400     02  WS-RUN-CMM              PIC 9(02).
015500     02  WS-RUN-CDD              PIC 9(02).
015600
015700 01  WS-MONTH-START              PIC 9(08)   VALUE ZERO.
015800 01  FILLER REDEFINES WS-MONTH-START.
015900     02  WS-START-CCYYMM         PIC 9(06).
016000     02  WS-START-DD             PIC 9(02).
016100 01  WS-MONTH-END                PIC 9(08)   VALUE ZERO.
016200 01  FILLER REDEFINES WS-MONTH-END.
016300     02  WS-END-CCYYMM           PIC 9(06).
016400     02  WS-END-DD               PIC 9(02).
016500
016600 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
016700 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
016800
016900* ************************************************************** *
017000* INTEREST BY SELLING DEALER, KEPT IN DEALER ID ORDER AS UNITS   *
017100* COME BACK FROM THE SORT.  THE ENTRY WITH A BLANK ID HOLDS THE  *
017200* UNITS STILL ON HAND.                                           *
017300* ************************************************************** *
017400 01  DEALER-SUMMARY-TABLE.
017500     02  DST-MAX                 PIC S9(4) COMP VALUE +300.
017600     02  DST-COUNT               PIC S9(4) COMP VALUE ZERO.
017700     02  DST-IDX                 PIC S9(4) COMP VALUE ZERO.
017800     02  DST-SHIFT               PIC S9(4) COMP VALUE ZERO.
017900     02  DST-ENTRY OCCURS 300 TIMES.
018000         03  DST-DEALER-ID       PIC X(05).
018100         03  DST-UNITS           PIC S9(7) COMP.
018200         03  DST-DAYS            PIC S9(9) COMP.
018300         03  DST-COST            PIC S9(9)V99 COMP-3.
018400         03  DST-INTEREST        PIC S9(9)V99 COMP-3.
018500
018600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
018700 01  VIN-MASTER-FILE             COPY VSAMIOFB.
018800 01  PRICE-TABLE-FILE            COPY VSAMIOFB.
018900 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
019000
019100* ************************************************************** *
019200* VIN MASTER (DDNAME VINMSTR), ALSO DESCRIBED IN VINPOST.        *
019300* ************************************************************** *
019400 01  VIN-MASTER-RECORD.
019500     02  VMR-VIN                 PIC X(17).
019600     02  VMR-CAR-MAKE            PIC X(16).
019700     02  VMR-CAR-MODEL           PIC X(20).
019800     02  VMR-FY-PROD             PIC 9(04).
019900     02  VMR-STATUS              PIC X(01).
020000         88  VMR-ON-HAND                     VALUE 'H'.
020100         88  VMR-SOLD                        VALUE 'S'.
020200         88  VMR-WRITTEN-OFF                 VALUE 'W'.
020300     02  VMR-RECEIPT-DATE        PIC 9(08).
020400     02  VMR-SALE-DATE           PIC 9(08).
020500     02  VMR-DEALER-ID           PIC X(05).
020600     02  VMR-OPEN-RECALLS        PIC 9(02).
020700     02  VMR-LOT-ID              PIC X(04).
020800     02  FILLER                  PIC X(05).
020900
021000* ************************************************************** *
021100* PRICE TABLE (DDNAME PRICETBL), MAINTAINED BY PRICMNT.          *
021200* ************************************************************** *
021300 01  PRICE-TABLE-RECORD.
021400     02  PTR-KEY.
021500         03  PTR-MAKE            PIC X(16).
021600         03  PTR-MODEL           PIC X(20).
021700     02  PTR-UNIT-COST           PIC 9(05)V99 COMP-3.
021800     02  PTR-LIST-PRICE          PIC 9(05)V99 COMP-3.
021900     02  FILLER                  PIC X(06).
022000
022100* ************************************************************** *
022200* DEALER TABLE (DDNAME DLRTBL), ALSO DESCRIBED IN DLRMAINT.      *
022300* ************************************************************** *
022400 01  DEALER-TABLE-RECORD.
022500     02  DLR-ID                  PIC X(05).
022600     02  DLR-NAME                PIC X(25).
022700     02  DLR-REGION              PIC X(10).
022800     02  DLR-CREDIT-LIMIT        PIC X(07).
022900     02  FILLER                  PIC X(03).
023000
023100 01  HEADING-LINE-1.
023200     02  FILLER                  PIC X(40)   VALUE
023300         'FLRPLAN - FLOOR-PLAN INTEREST FOR MONTH '.
023400     02  HL-MONTH                PIC X(06).
023500     02  FILLER                  PIC X(10)   VALUE '  THROUGH '.
023600     02  HL-MONTH-END            PIC 9(08).
023700     02  FILLER                  PIC X(08)   VALUE '  RATE '.
023800     02  HL-RATE                 PIC Z9.999.
023900     02  FILLER                  PIC X(17)   VALUE
024000         ' PCT  ACTUAL/365 '.
024100     02  FILLER                  PIC X(10)   VALUE ' RUN DATE '.
024200     02  HL-RUN-DATE             PIC 9(08).
024300     02  FILLER                  PIC X(19)   VALUE SPACES.
024400
024500 01  HEADING-LINE-2.
024600     02  FILLER                  PIC X(04)   VALUE SPACES.
024700     02  FILLER                  PIC X(19)   VALUE 'VIN'.
024800     02  FILLER                  PIC X(10)   VALUE 'STATUS'.
024900     02  FILLER                  PIC X(07)   VALUE 'DEALER'.
025000     02  FILLER                  PIC X(10)   VALUE 'RECEIVED'.
025100     02  FILLER                  PIC X(10)   VALUE 'THROUGH'.
025200     02  FILLER                  PIC X(08)   VALUE '  DAYS'.
025300     02  FILLER                  PIC X(11)   VALUE 'UNIT COST'.
025400     02  FILLER                  PIC X(14)   VALUE '    INTEREST'.
025500     02  FILLER                  PIC X(39)   VALUE 'NOTE'.
025600
025700 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
025800
025900 01  MODEL-LINE.
026000     02  FILLER                  PIC X(11)   VALUE 'MAKE/MODEL '.
026100     02  ML-CAR-MAKE             PIC X(16).
026200     02  FILLER                  PIC X(01)   VALUE SPACES.
026300     02  ML-CAR-MODEL            PIC X(20).
026400     02  FILLER                  PIC X(84)   VALUE SPACES.
026500
026600 01  DETAIL-LINE.
026700     02  FILLER                  PIC X(04)   VALUE SPACES.
026800     02  DL-VIN                  PIC X(17).
026900     02  FILLER                  PIC X(02)   VALUE SPACES.
027000     02  DL-STATUS               PIC X(08).
027100     02  FILLER                  PIC X(02)   VALUE SPACES.
027200     02  DL-DEALER-ID            PIC X(05).
027300     02  FILLER                  PIC X(02)   VALUE SPACES.
027400     02  DL-RECEIPT-DATE         PIC 9(08).
027500     02  FILLER                  PIC X(02)   VALUE SPACES.
027600     02  DL-END-DATE             PIC 9(08).
027700     02  FILLER                  PIC X(02)   VALUE SPACES.
027800     02  DL-DAYS                 PIC ZZ,ZZ9.
027900     02  FILLER                  PIC X(02)   VALUE SPACES.
028000     02  DL-UNIT-COST            PIC ZZ,ZZ9.99.
028100     02  FILLER                  PIC X(02)   VALUE SPACES.
028200     02  DL-INTEREST             PIC Z,ZZZ,ZZ9.99.
028300     02  FILLER                  PIC X(02)   VALUE SPACES.
028400     02  DL-NOTE                 PIC X(12).
028500     02  FILLER                  PIC X(27)   VALUE SPACES.
028600
028700 01  SUBTOTAL-LINE.
028800     02  FILLER                  PIC X(04)   VALUE SPACES.
028900     02  ST-LABEL                PIC X(20).
029000     02  FILLER                  PIC X(06)   VALUE 'UNITS '.
029100     02  ST-UNITS                PIC ZZZ,ZZ9.
029200     02  FILLER                  PIC X(11)   VALUE '  AVG DAYS '.
029300     02  ST-AVG-DAYS             PIC ZZ,ZZ9.
029400     02  FILLER                  PIC X(07)   VALUE '  COST '.
029500     02  ST-COST                 PIC ZZZ,ZZZ,ZZ9.99.
029600     02  FILLER                  PIC X(11)   VALUE '  INTEREST '.
029700     02  ST-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
029800     02  FILLER                  PIC X(32)   VALUE SPACES.
029900
030000 01  DEALER-TITLE-LINE.
030100     02  FILLER                  PIC X(40)   VALUE
030200         'FLRPLAN - FLOOR-PLAN INTEREST BY DEALER '.
030300     02  FILLER                  PIC X(92)   VALUE SPACES.
030400
030500 01  DEALER-HEADING-LINE.
030600     02  FILLER                  PIC X(04)   VALUE SPACES.
030700     02  FILLER                  PIC X(07)   VALUE 'DEALER'.
030800     02  FILLER                  PIC X(27)   VALUE 'NAME'.
030900     02  FILLER                  PIC X(12)   VALUE 'REGION'.
031000     02  FILLER                  PIC X(09)   VALUE '  UNITS'.
031100     02  FILLER                  PIC X(08)   VALUE 'AVG DAYS'.
031200     02  FILLER                  PIC X(16)   VALUE
031300         '          COST'.
031400     02  FILLER                  PIC X(16)   VALUE
031500         '      INTEREST'.
031600     02  FILLER                  PIC X(33)   VALUE 'NOTE'.
031700
031800 01  DEALER-LINE.
031900     02  FILLER                  PIC X(04)   VALUE SPACES.
032000     02  DS-DEALER-ID            PIC X(05).
032100     02  FILLER                  PIC X(02)   VALUE SPACES.
032200     02  DS-DEALER-NAME          PIC X(25).
032300     02  FILLER                  PIC X(02)   VALUE SPACES.
032400     02  DS-REGION               PIC X(10).
032500     02  FILLER                  PIC X(02)   VALUE SPACES.
032600     02  DS-UNITS                PIC ZZZ,ZZ9.
032700     02  FILLER                  PIC X(02)   VALUE SPACES.
032800     02  DS-AVG-DAYS             PIC ZZ,ZZ9.
032900     02  FILLER                  PIC X(02)   VALUE SPACES.
033000     02  DS-COST                 PIC ZZZ,ZZZ,ZZ9.99.
033100     02  FILLER                  PIC X(02)   VALUE SPACES.
033200     02  DS-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
033300     02  FILLER                  PIC X(02)   VALUE SPACES.
033400     02  DS-NOTE                 PIC X(12).
033500     02  FILLER                  PIC X(21)   VALUE SPACES.
033600
033700 01  HIGH-LINE.
033800     02  FILLER                  PIC X(04)   VALUE SPACES.
033900     02  HG-LABEL                PIC X(30).
034000     02  HG-KEY                  PIC X(37).
034100     02  FILLER                  PIC X(02)   VALUE SPACES.
034200     02  HG-INTEREST             PIC ZZZ,ZZZ,ZZ9.99.
034300     02  FILLER                  PIC X(45)   VALUE SPACES.
034400
034500 01  COUNT-LINE.
034600     02  FILLER                  PIC X(04)   VALUE SPACES.
034700     02  CL-LABEL                PIC X(30).
034800     02  CL-COUNT                PIC ZZZ,ZZ9.
034900     02  FILLER                  PIC X(91)   VALUE SPACES.
035000
035100 PROCEDURE DIVISION.
035200
035300 000-INITIATE.
035400
035500     ACCEPT WS-RUN-DATE FROM DATE.
035600     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
035700     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
035800     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
035900     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
036000     MOVE WS-RUN-MM TO WS-RUN-CMM.
036100     MOVE WS-RUN-DD TO WS-RUN-CDD.
036200
036300     PERFORM 030-READ-CONTROL-CARD THRU 039-EXIT.
036400     PERFORM 040-OPEN-FILES THRU 049-EXIT.
036500
036600     OPEN OUTPUT REPORT-FILE.
036700     MOVE CC-MONTH TO HL-MONTH.
036800     MOVE WS-MONTH-END TO HL-MONTH-END.
036900     MOVE WS-RATE TO HL-RATE.
037000     MOVE WS-RUN-CCYYMMDD TO HL-RUN-DATE.
037100     WRITE REPORT-LINE FROM HEADING-LINE-1.
037200     WRITE REPORT-LINE FROM BLANK-LINE.
037300     WRITE REPORT-LINE FROM HEADING-LINE-2.
037400
037500 010-PROCESS.
037600
037700     SORT SORT-WORK-FILE
037800         ON ASCENDING KEY SR-CAR-MAKE
037900                          SR-CAR-MODEL
038000                          SR-GROUP
038100                          SR-VIN
038200         INPUT PROCEDURE IS 100-SELECT-UNITS
038300         OUTPUT PROCEDURE IS 200-PRINT-UNITS.
038400
038500     PERFORM 300-PRINT-DEALERS THRU 399-EXIT.
038600
038700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
038800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038900                         VIN-MASTER-FILE,
039000                         VIN-MASTER-RECORD.
039100*    END-CALL.
039200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039300                         PRICE-TABLE-FILE,
039400                         PRICE-TABLE-RECORD.
039500*    END-CALL.
039600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039700                         DEALER-TABLE-FILE,
039800                         DEALER-TABLE-RECORD.
039900*    END-CALL.
040000
040100 020-TERMINATE.
040200
040300     WRITE REPORT-LINE FROM BLANK-LINE.
040400     MOVE 'GRAND TOTAL' TO ST-LABEL.
040500     MOVE TOTAL-UNITS TO ST-UNITS.
040600     IF TOTAL-UNITS GREATER THAN ZERO
040700         COMPUTE WS-AVG-DAYS ROUNDED = TOTAL-DAYS / TOTAL-UNITS
040800     ELSE
040900         MOVE ZERO TO WS-AVG-DAYS.
041000*    END-IF.
041100     MOVE WS-AVG-DAYS TO ST-AVG-DAYS.
041200     MOVE TOTAL-COST TO ST-COST.
041300     MOVE TOTAL-INTEREST TO ST-INTEREST.
041400     WRITE REPORT-LINE FROM SUBTOTAL-LINE.
041500
041600     WRITE REPORT-LINE FROM BLANK-LINE.
041700     MOVE 'UNITS ON HAND AT MONTH END' TO CL-LABEL.
041800     MOVE TOTAL-ON-HAND TO CL-COUNT.
041900     WRITE REPORT-LINE FROM COUNT-LINE.
042000     MOVE 'UNITS SOLD DURING MONTH' TO CL-LABEL.
042100     MOVE TOTAL-SOLD TO CL-COUNT.
042200     WRITE REPORT-LINE FROM COUNT-LINE.
042300     MOVE 'UNITS NOT PRICED ON PRICETBL' TO CL-LABEL.
042400     MOVE UNPRICED-COUNTER TO CL-COUNT.
042500     WRITE REPORT-LINE FROM COUNT-LINE.
042600     MOVE 'UNITS WITHOUT A RECEIPT DATE' TO CL-LABEL.
042700     MOVE UNDATED-COUNTER TO CL-COUNT.
042800     WRITE REPORT-LINE FROM COUNT-LINE.
042900
043000     WRITE REPORT-LINE FROM BLANK-LINE.
043100     MOVE 'HIGHEST COST MAKE/MODEL' TO HG-LABEL.
043200     MOVE HIGH-MODEL-KEY TO HG-KEY.
043300     MOVE HIGH-MODEL-INTEREST TO HG-INTEREST.
043400     WRITE REPORT-LINE FROM HIGH-LINE.
043500     MOVE 'HIGHEST COST DEALER' TO HG-LABEL.
043600     MOVE HIGH-DEALER-KEY TO HG-KEY.
043700     MOVE HIGH-DEALER-INTEREST TO HG-INTEREST.
043800     WRITE REPORT-LINE FROM HIGH-LINE.
043900     CLOSE REPORT-FILE.
044000
044100     IF ERROR-COUNTER GREATER THAN ZERO
044200         MOVE +8 TO RETURN-CODE
044300     ELSE
044400         IF UNPRICED-COUNTER GREATER THAN ZERO
044500         OR UNDATED-COUNTER GREATER THAN ZERO
044600             MOVE +4 TO RETURN-CODE.
044700*        END-IF
044800*    END-IF.
044900
045000     DISPLAY 'FLRPLAN: VINMSTR UNITS READ:  '
045050             VINMSTR-READ-COUNTER.
045100     DISPLAY 'FLRPLAN: UNITS NOT FINANCED:  ' SKIPPED-COUNTER.
045200     DISPLAY 'FLRPLAN: UNITS ON HAND:       ' TOTAL-ON-HAND.
045300     DISPLAY 'FLRPLAN: UNITS SOLD:          ' TOTAL-SOLD.
045400     DISPLAY 'FLRPLAN: UNPRICED UNITS:      ' UNPRICED-COUNTER.
045500     DISPLAY 'FLRPLAN: UNDATED UNITS:       ' UNDATED-COUNTER.
045600     DISPLAY 'FLRPLAN: ERRORS:              ' ERROR-COUNTER.
045700     STOP RUN.
045800
045900* ************************************************************** *
046000* READS AND VALIDATES THE CONTROL CARD, THEN FINDS THE LAST DAY  *
046100* OF THE MONTH: THE HIGHEST OF DAYS 31 DOWN TO 28 THAT DAYDIFF   *
046200* ACCEPTS AS A REAL DATE, SO LEAP YEARS FOLLOW THE ROUTINE'S     *
046300* OWN CALENDAR RULE.                                             *
046400* ************************************************************** *
046500 030-READ-CONTROL-CARD.
046600
046700     OPEN INPUT CONTROL-CARD-FILE.
046800     MOVE SPACES TO CONTROL-CARD-RECORD.
046900     READ CONTROL-CARD-FILE
047000         AT END CONTINUE
047100     END-READ.
047200     CLOSE CONTROL-CARD-FILE.
047300
047400     IF CC-MONTH NOT NUMERIC
047500     OR CC-MONTH-MM LESS THAN 01
047600     OR CC-MONTH-MM GREATER THAN 12
047700         DISPLAY 'FLRPLAN: MONTH CCYYMM REQUIRED IN COLS 1-6: '
047800             CC-MONTH
047900         MOVE +8 TO RETURN-CODE
048000         STOP RUN.
048100*    END-IF.
048200
048300     IF CC-RATE NOT NUMERIC
048400         DISPLAY 'FLRPLAN: RATE REQUIRED IN COLS 8-12: ' CC-RATE
048500         MOVE +8 TO RETURN-CODE
048600         STOP RUN.
048700*    END-IF.
048800     MOVE CC-RATE-N TO WS-RATE.
048900     IF WS-RATE EQUAL ZERO
049000         DISPLAY 'FLRPLAN: RATE MAY NOT BE ZERO'
049100         MOVE +8 TO RETURN-CODE
049200         STOP RUN.
049300*    END-IF.
049400
049500     MOVE CC-MONTH TO WS-START-CCYYMM.
049600     MOVE 01 TO WS-START-DD.
049700     MOVE CC-MONTH TO WS-END-CCYYMM.
049800     MOVE 31 TO WS-END-DD.
049900     PERFORM 035-TRY-MONTH-END
050000        THRU 035-EXIT
050100       UNTIL MONTH-END-FOUND.
050200*    END-PERFORM.
050300
050400 039-EXIT.
050500     EXIT.
050600
050700 035-TRY-MONTH-END.
050800
050900     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
051000     MOVE WS-MONTH-START TO DDIF-FROM-DATE.
051100     MOVE WS-MONTH-END TO DDIF-TO-DATE.
051200     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
051300     IF DDIF-SUCCESS
051400     OR WS-END-DD NOT GREATER THAN 28
051500         MOVE 'Y' TO MONTH-END-SWITCH
051600     ELSE
051700         SUBTRACT 1 FROM WS-END-DD.
051800*    END-IF.
051900
052000 035-EXIT.
052100     EXIT.
052200
052300* ************************************************************** *
052400* OPENS VINMSTR FOR A PASS IN KEY ORDER, AND PRICETBL AND DLRTBL *
052500* FOR KEYED LOOKUP.                                              *
052600* ************************************************************** *
052700 040-OPEN-FILES.
052800
052900     MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
053000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
053100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF VIN-MASTER-FILE.
053200     MOVE VSIO-INPUT TO VSIO-MODE OF VIN-MASTER-FILE.
053300     MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
053400     MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
053500     MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
053600     MOVE VSIO-OPEN TO VSIO-COMMAND.
053700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053800                         VIN-MASTER-FILE,
053900                         VIN-MASTER-RECORD.
054000*    END-CALL.
054100     IF NOT VSIO-SUCCESS
054200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054300         MOVE +8 TO RETURN-CODE
054400         STOP RUN.
054500*    END-IF.
054600
054700     MOVE 'PRICETBL' TO VSIO-DDNAME OF PRICE-TABLE-FILE.
054800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRICE-TABLE-FILE.
054900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRICE-TABLE-FILE.
055000     MOVE VSIO-INPUT TO VSIO-MODE OF PRICE-TABLE-FILE.
055100     MOVE +50 TO VSIO-RECORD-LENGTH OF PRICE-TABLE-FILE.
055200     MOVE +0 TO VSIO-KEY-POSITION OF PRICE-TABLE-FILE.
055300     MOVE +36 TO VSIO-KEY-LENGTH OF PRICE-TABLE-FILE.
055400     MOVE VSIO-OPEN TO VSIO-COMMAND.
055500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055600                         PRICE-TABLE-FILE,
055700                         PRICE-TABLE-RECORD.
055800*    END-CALL.
055900     IF NOT VSIO-SUCCESS
056000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056100         MOVE +8 TO RETURN-CODE
056200         STOP RUN.
056300*    END-IF.
056400
056500     MOVE 'DLRTBL' TO VSIO-DDNAME OF DEALER-TABLE-FILE.
056600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-TABLE-FILE.
056700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-TABLE-FILE.
056800     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-TABLE-FILE.
056900     MOVE +50 TO VSIO-RECORD-LENGTH OF DEALER-TABLE-FILE.
057000     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-TABLE-FILE.
057100     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-TABLE-FILE.
057200     MOVE VSIO-OPEN TO VSIO-COMMAND.
057300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057400                         DEALER-TABLE-FILE,
057500                         DEALER-TABLE-RECORD.
057600*    END-CALL.
057700     IF NOT VSIO-SUCCESS
057800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057900         MOVE +8 TO RETURN-CODE
058000         STOP RUN.
058100*    END-IF.
058200
058300 049-EXIT.
058400     EXIT.
058500
058600* ************************************************************** *
058700* SORT INPUT PROCEDURE - ONE PASS OF VINMSTR, RELEASING EVERY    *
058800* UNIT FINANCED DURING THE MONTH WITH ITS DAYS AND INTEREST.     *
058900* ************************************************************** *
059000 100-SELECT-UNITS SECTION.
059100
059200 100-SELECT-UNITS-PARA.
059300
059400     PERFORM 110-SELECT-ONE-UNIT
059500        THRU 119-PARA-EXIT
059600       UNTIL VIN-EOF.
059700*    END-PERFORM.
059800     GO TO 199-EXIT.
059900
060000* ************************************************************** *
060100* DECIDES WHETHER THE UNIT WAS FINANCED THIS MONTH AND TO WHICH  *
060200* DATE: A SOLD UNIT WHOSE SALE FELL IN THE MONTH RUNS TO ITS     *
060300* SALE DATE; A UNIT ON HAND, OR SOLD ONLY AFTER THE MONTH, RUNS  *
060400* TO MONTH END PROVIDED IT HAD BEEN RECEIVED BY THEN.            *
060500* ************************************************************** *
060600 110-SELECT-ONE-UNIT.
060700
060800     MOVE SPACES TO VIN-MASTER-RECORD.
060900     MOVE VSIO-READ TO VSIO-COMMAND.
061000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061100                         VIN-MASTER-FILE,
061200                         VIN-MASTER-RECORD.
061300*    END-CALL.
061400     IF NOT VSIO-SUCCESS
061500         IF VSIO-END-OF-FILE
061600             MOVE 'Y' TO VIN-EOF-SWITCH
061700             GO TO 119-PARA-EXIT
061800         ELSE
061900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
062000             ADD +1 TO ERROR-COUNTER
062100             MOVE 'Y' TO VIN-EOF-SWITCH
062200             GO TO 119-PARA-EXIT.
062300*        END-IF
062400*    END-IF.
062500
062600     ADD +1 TO VINMSTR-READ-COUNTER.
062700     IF VMR-RECEIPT-DATE NOT NUMERIC
062800         MOVE ZERO TO VMR-RECEIPT-DATE.
062900*    END-IF.
063000     IF VMR-SALE-DATE NOT NUMERIC
063100         MOVE ZERO TO VMR-SALE-DATE.
063200*    END-IF.
063300
063400     MOVE SPACES TO SORT-RECORD.
063500     EVALUATE TRUE
063600         WHEN VMR-SOLD
063700          AND VMR-SALE-DATE NOT LESS THAN WS-MONTH-START
063800          AND VMR-SALE-DATE NOT GREATER THAN WS-MONTH-END
063900             MOVE '2' TO SR-GROUP
064000             MOVE VMR-DEALER-ID TO SR-DEALER-ID
064100             MOVE VMR-SALE-DATE TO SR-END-DATE
064200         WHEN VMR-ON-HAND
064300         WHEN VMR-SOLD
064400          AND VMR-SALE-DATE GREATER THAN WS-MONTH-END
064500             MOVE '1' TO SR-GROUP
064600             MOVE WS-MONTH-END TO SR-END-DATE
064700         WHEN OTHER
064800             ADD +1 TO SKIPPED-COUNTER
064900             GO TO 119-PARA-EXIT
065000     END-EVALUATE.
065100
065200     IF VMR-RECEIPT-DATE GREATER THAN WS-MONTH-END
065300         ADD +1 TO SKIPPED-COUNTER
065400         GO TO 119-PARA-EXIT.
065500*    END-IF.
065600
065700     MOVE VMR-CAR-MAKE TO SR-CAR-MAKE.
065800     MOVE VMR-CAR-MODEL TO SR-CAR-MODEL.
065900     MOVE VMR-VIN TO SR-VIN.
066000     MOVE VMR-RECEIPT-DATE TO SR-RECEIPT-DATE.
066100
066200     PERFORM 120-COUNT-DAYS THRU 129-PARA-EXIT.
066300     PERFORM 130-PRICE-UNIT THRU 139-PARA-EXIT.
066400
066500     COMPUTE SR-INTEREST ROUNDED =
066600         SR-UNIT-COST * WS-RATE * SR-DAYS / 36500.
066700     RELEASE SORT-RECORD.
066800
066900 119-PARA-EXIT.
067000     EXIT.
067100
067200* ************************************************************** *
067300* DAYS FINANCED FROM RECEIPT TO THE END DATE.  A UNIT WITH NO    *
067400* RECEIPT DATE, OR DATES DAYDIFF CANNOT USE, CARRIES NO DAYS.    *
067500* ************************************************************** *
067600 120-COUNT-DAYS.
067700
067800     MOVE ZERO TO SR-DAYS.
067900     IF VMR-RECEIPT-DATE EQUAL ZERO
068000         MOVE 'NO RECEIPT' TO SR-NOTE
068100         ADD +1 TO UNDATED-COUNTER
068200         GO TO 129-PARA-EXIT.
068300*    END-IF.
068400
068500     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
068600     MOVE VMR-RECEIPT-DATE TO DDIF-FROM-DATE.
068700     MOVE SR-END-DATE TO DDIF-TO-DATE.
068800     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
068900     IF NOT DDIF-SUCCESS
069000     OR DDIF-DAYS LESS THAN ZERO
069100         MOVE 'BAD DATES' TO SR-NOTE
069200         ADD +1 TO UNDATED-COUNTER
069300         GO TO 129-PARA-EXIT.
069400*    END-IF.
069500     MOVE DDIF-DAYS TO SR-DAYS.
069600
069700 129-PARA-EXIT.
069800     EXIT.
069900
070000 130-PRICE-UNIT.
070100
070200     MOVE SPACES TO PRICE-TABLE-RECORD.
070300     MOVE VMR-CAR-MAKE TO PTR-MAKE.
070400     MOVE VMR-CAR-MODEL TO PTR-MODEL.
070500     MOVE VSIO-READ TO VSIO-COMMAND.
070600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070700                         PRICE-TABLE-FILE,
070800                         PRICE-TABLE-RECORD.
070900*    END-CALL.
071000     IF VSIO-SUCCESS
071100         MOVE PTR-UNIT-COST TO SR-UNIT-COST
071200         GO TO 139-PARA-EXIT.
071300*    END-IF.
071400
071500     MOVE ZERO TO SR-UNIT-COST.
071600     IF VSIO-RECORD-NOT-FOUND
071700         IF SR-NOTE EQUAL SPACES
071800             MOVE 'UNPRICED' TO SR-NOTE
071900         END-IF
072000         ADD +1 TO UNPRICED-COUNTER
072100     ELSE
072200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
072300         ADD +1 TO ERROR-COUNTER.
072400*    END-IF.
072500     MOVE +0 TO VSIO-RETURN-CODE.
072600
072700 139-PARA-EXIT.
072800     EXIT.
072900
073000 199-EXIT.
073100     EXIT.
073200
073300* ************************************************************** *
073400* SORT OUTPUT PROCEDURE - PRINTS THE UNITS OF EACH MAKE/MODEL    *
073500* WITH ITS SUBTOTAL, AND GATHERS THE DEALER SUMMARY.             *
073600* ************************************************************** *
073700 200-PRINT-UNITS SECTION.
073800
073900 200-PRINT-UNITS-PARA.
074000
074100     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
074200     PERFORM 210-PRINT-ONE-MODEL
074300        THRU 219-PARA-EXIT
074400       UNTIL SORT-EOF.
074500*    END-PERFORM.
074600     GO TO 299-EXIT.
074700
074800* ************************************************************** *
074900* SORT-RECORD HOLDS THE MODEL'S FIRST UNIT ON ENTRY, AND THE     *
075000* FIRST UNIT OF THE NEXT MODEL ON EXIT.                          *
075100* ************************************************************** *
075200 210-PRINT-ONE-MODEL.
075300
075400     MOVE SR-CAR-MAKE TO WS-CURRENT-MAKE.
075500     MOVE SR-CAR-MODEL TO WS-CURRENT-MODEL.
075600     MOVE ZERO TO MODEL-UNITS.
075700     MOVE ZERO TO MODEL-DAYS.
075800     MOVE ZERO TO MODEL-COST.
075900     MOVE ZERO TO MODEL-INTEREST.
076000
076100     MOVE SR-CAR-MAKE TO ML-CAR-MAKE.
076200     MOVE SR-CAR-MODEL TO ML-CAR-MODEL.
076300     WRITE REPORT-LINE FROM BLANK-LINE.
076400     WRITE REPORT-LINE FROM MODEL-LINE.
076500
076600     PERFORM 220-PRINT-ONE-UNIT
076700        THRU 229-PARA-EXIT
076800       UNTIL SORT-EOF
076900          OR SR-CAR-MAKE NOT EQUAL WS-CURRENT-MAKE
077000          OR SR-CAR-MODEL NOT EQUAL WS-CURRENT-MODEL.
077100*    END-PERFORM.
077200
077300     MOVE 'MODEL TOTAL' TO ST-LABEL.
077400     MOVE MODEL-UNITS TO ST-UNITS.
077500     COMPUTE WS-AVG-DAYS ROUNDED = MODEL-DAYS / MODEL-UNITS.
077600     MOVE WS-AVG-DAYS TO ST-AVG-DAYS.
077700     MOVE MODEL-COST TO ST-COST.
077800     MOVE MODEL-INTEREST TO ST-INTEREST.
077900     WRITE REPORT-LINE FROM SUBTOTAL-LINE.
078000
078100     IF MODEL-INTEREST GREATER THAN HIGH-MODEL-INTEREST
078200         MOVE MODEL-INTEREST TO HIGH-MODEL-INTEREST
078300         MOVE SPACES TO HIGH-MODEL-KEY
078400         STRING WS-CURRENT-MAKE DELIMITED BY '  '
078500                ' ' DELIMITED BY SIZE
078600                WS-CURRENT-MODEL DELIMITED BY '  '
078700             INTO HIGH-MODEL-KEY
078800         END-STRING.
078900*    END-IF.
079000
079100     ADD MODEL-UNITS TO TOTAL-UNITS.
079200     ADD MODEL-DAYS TO TOTAL-DAYS.
079300     ADD MODEL-COST TO TOTAL-COST.
079400     ADD MODEL-INTEREST TO TOTAL-INTEREST.
079500
079600 219-PARA-EXIT.
079700     EXIT.
079800
079900 215-RETURN-UNIT.
080000
080100     RETURN SORT-WORK-FILE
080200         AT END
080300             MOVE 'Y' TO SORT-EOF-SWITCH.
080400*    END-RETURN.
080500
080600 215-PARA-EXIT.
080700     EXIT.
080800
080900 220-PRINT-ONE-UNIT.
081000
081100     MOVE SR-VIN TO DL-VIN.
081200     IF SR-UNIT-SOLD
081300         MOVE 'SOLD' TO DL-STATUS
081400         MOVE SR-DEALER-ID TO DL-DEALER-ID
081500         ADD +1 TO TOTAL-SOLD
081600     ELSE
081700         MOVE 'ON HAND' TO DL-STATUS
081800         MOVE SPACES TO DL-DEALER-ID
081900         ADD +1 TO TOTAL-ON-HAND.
082000*    END-IF.
082100     MOVE SR-RECEIPT-DATE TO DL-RECEIPT-DATE.
082200     MOVE SR-END-DATE TO DL-END-DATE.
082300     MOVE SR-DAYS TO DL-DAYS.
082400     MOVE SR-UNIT-COST TO DL-UNIT-COST.
082500     MOVE SR-INTEREST TO DL-INTEREST.
082600     MOVE SR-NOTE TO DL-NOTE.
082700     WRITE REPORT-LINE FROM DETAIL-LINE.
082800
082900     ADD +1 TO MODEL-UNITS.
083000     ADD SR-DAYS TO MODEL-DAYS.
083100     ADD SR-UNIT-COST TO MODEL-COST.
083200     ADD SR-INTEREST TO MODEL-INTEREST.
083300
083400     IF SR-UNIT-ON-HAND
083500         MOVE SPACES TO SR-DEALER-ID.
083600*    END-IF.
083700     PERFORM 270-ADD-TO-DEALER THRU 279-PARA-EXIT.
083800
083900     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
084000
084100 229-PARA-EXIT.
084200     EXIT.
084300
084400* ************************************************************** *
084500* ADDS THE UNIT TO ITS DEALER'S ENTRY, INSERTING A NEW ENTRY IN  *
084600* DEALER ID ORDER THE FIRST TIME A DEALER IS SEEN.               *
084700* ************************************************************** *
084800 270-ADD-TO-DEALER.
084900
085000     MOVE 'N' TO DEALER-POSITION-SWITCH.
085100     MOVE 1 TO DST-IDX.
085200     PERFORM 272-STEP-DEALER
085300        THRU 272-PARA-EXIT
085400       UNTIL DEALER-POSITIONED
085500          OR DST-IDX GREATER THAN DST-COUNT.
085600*    END-PERFORM.
085700
085800     IF DEALER-POSITIONED
085900     AND DST-DEALER-ID (DST-IDX) EQUAL SR-DEALER-ID
086000         GO TO 278-ACCUMULATE.
086100*    END-IF.
086200
086300     IF DST-COUNT NOT LESS THAN DST-MAX
086400         DISPLAY 'FLRPLAN: DEALER TABLE FULL, NOT SUMMARIZED: '
086500             SR-DEALER-ID
086600         ADD +1 TO ERROR-COUNTER
086700         GO TO 279-PARA-EXIT.
086800*    END-IF.
086900
087000     PERFORM 274-SHIFT-DEALER
087100        THRU 274-PARA-EXIT
087200     VARYING DST-SHIFT FROM DST-COUNT BY -1
087300       UNTIL DST-SHIFT LESS THAN DST-IDX.
087400*    END-PERFORM.
087500     ADD 1 TO DST-COUNT.
087600     MOVE SR-DEALER-ID TO DST-DEALER-ID (DST-IDX).
087700     MOVE ZERO TO DST-UNITS (DST-IDX).
087800     MOVE ZERO TO DST-DAYS (DST-IDX).
087900     MOVE ZERO TO DST-COST (DST-IDX).
088000     MOVE ZERO TO DST-INTEREST (DST-IDX).
088100
088200 278-ACCUMULATE.
088300
088400     ADD 1 TO DST-UNITS (DST-IDX).
088500     ADD SR-DAYS TO DST-DAYS (DST-IDX).
088600     ADD SR-UNIT-COST TO DST-COST (DST-IDX).
088700     ADD SR-INTEREST TO DST-INTEREST (DST-IDX).
088800
088900 279-PARA-EXIT.
089000     EXIT.
089100
089200 272-STEP-DEALER.
089300
089400     IF DST-DEALER-ID (DST-IDX) NOT LESS THAN SR-DEALER-ID
089500         MOVE 'Y' TO DEALER-POSITION-SWITCH
089600     ELSE
089700         ADD 1 TO DST-IDX.
089800*    END-IF.
089900
090000 272-PARA-EXIT.
090100     EXIT.
090200
090300 274-SHIFT-DEALER.
090400
090500     MOVE DST-ENTRY (DST-SHIFT) TO DST-ENTRY (DST-SHIFT + 1).
090600
090700 274-PARA-EXIT.
090800     EXIT.
090900
091000 299-EXIT.
091100     EXIT.
091200
091300* ************************************************************** *
091400* PRINTS THE DEALER SUMMARY, WITH EACH DEALER'S NAME AND REGION  *
091500* FROM DLRTBL.                                                   *
091600* ************************************************************** *
091700 300-DEALER-SUMMARY SECTION.
091800
091900 300-PRINT-DEALERS.
092000
092100     WRITE REPORT-LINE FROM BLANK-LINE.
092200     WRITE REPORT-LINE FROM BLANK-LINE.
092300     WRITE REPORT-LINE FROM DEALER-TITLE-LINE.
092400     WRITE REPORT-LINE FROM BLANK-LINE.
092500     WRITE REPORT-LINE FROM DEALER-HEADING-LINE.
092600
092700     PERFORM 310-PRINT-ONE-DEALER
092800        THRU 319-EXIT
092900     VARYING DST-IDX FROM 1 BY 1
093000       UNTIL DST-IDX GREATER THAN DST-COUNT.
093100*    END-PERFORM.
093200
093300 399-EXIT.
093400     EXIT.
093500
093600 310-PRINT-ONE-DEALER.
093700
093800     MOVE SPACES TO DEALER-LINE.
093900     MOVE DST-DEALER-ID (DST-IDX) TO DS-DEALER-ID.
094000     MOVE DST-UNITS (DST-IDX) TO DS-UNITS.
094100     COMPUTE WS-AVG-DAYS ROUNDED =
094200         DST-DAYS (DST-IDX) / DST-UNITS (DST-IDX).
094300     MOVE WS-AVG-DAYS TO DS-AVG-DAYS.
094400     MOVE DST-COST (DST-IDX) TO DS-COST.
094500     MOVE DST-INTEREST (DST-IDX) TO DS-INTEREST.
094600
094700     IF DST-DEALER-ID (DST-IDX) EQUAL SPACES
094800         MOVE 'UNITS STILL ON HAND' TO DS-DEALER-NAME
094900         WRITE REPORT-LINE FROM DEALER-LINE
095000         GO TO 319-EXIT.
095100*    END-IF.
095200
095300     MOVE SPACES TO DEALER-TABLE-RECORD.
095400     MOVE DST-DEALER-ID (DST-IDX) TO DLR-ID.
095500     MOVE VSIO-READ TO VSIO-COMMAND.
095600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
095700                         DEALER-TABLE-FILE,
095800                         DEALER-TABLE-RECORD.
095900*    END-CALL.
096000     IF VSIO-SUCCESS
096100         MOVE DLR-NAME TO DS-DEALER-NAME
096200         MOVE DLR-REGION TO DS-REGION
096300     ELSE
096400         IF NOT VSIO-RECORD-NOT-FOUND
096500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
096600             ADD +1 TO ERROR-COUNTER
096700         END-IF
096800         MOVE +0 TO VSIO-RETURN-CODE
096900         MOVE '*** NOT ON DLRTBL ***' TO DS-DEALER-NAME
097000         MOVE 'NO DEALER' TO DS-NOTE.
097100*    END-IF.
097200     WRITE REPORT-LINE FROM DEALER-LINE.
097300
097400     IF DST-INTEREST (DST-IDX) GREATER THAN HIGH-DEALER-INTEREST
097500         MOVE DST-INTEREST (DST-IDX) TO HIGH-DEALER-INTEREST
097600         MOVE SPACES TO HIGH-DEALER-KEY
097700         STRING DST-DEALER-ID (DST-IDX) DELIMITED BY SIZE
097800                ' ' DELIMITED BY SIZE
097900                DS-DEALER-NAME DELIMITED BY '  '
098000             INTO HIGH-DEALER-KEY
098100         END-STRING.
098200*    END-IF.
098300
098400 319-EXIT.
098500     EXIT.
098600
098700* ************************************************************** *
098800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
098900* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
099000* PROGRAM IN THIS SUITE.                                         *
099100* ************************************************************** *
099200 500-DISPLAY-UNKNOWN-ERROR SECTION.
099300
099400 500-DISPLAY-PARA.
099500
099600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
099700     EXHIBIT NAMED VSIO-RETURN-CODE.
099800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
099900                   VSIO-VSAM-FUNCTION-CODE,
100000                   VSIO-VSAM-FEEDBACK-CODE.
100100
100200 509-EXIT.
100300     EXIT.
