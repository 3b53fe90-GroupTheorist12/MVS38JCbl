000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARMEND.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MONTH-END CAR INVENTORY CLOSE.  FREEZES A SNAPSHOT OF EVERY   *
000900* MAKE/MODEL ON THE CAR MASTER (DDNAME CARMSTR) TO THE MONTH-   *
001000* END HISTORY CLUSTER (DDNAME CARSNAP, KEYED BY PERIOD AND A    *
001100* SEQUENCE NUMBER GIVEN IN CAR MASTER ORDER, SO A PERIOD READS  *
001110* BACK BY MAKE AND MODEL): THE QUANTITY ON HAND, THE UNIT COST  *
001120* FROM PRICETBL, THE EXTENDED VALUE, AND THE COUNT OF VINS      *
001130* STILL ON HAND FOR THE MODEL ON VINMSTR.  CARMCMP COMPARES ANY *
001140* TWO SNAPSHOTS.                                                *
001500*                                                               *
001600* THE CLOSE IS RUN AFTER THE LAST POSTING OF THE MONTH AND      *
001700* BEFORE THE FIRST POSTING OF THE NEXT.  A PERIOD ALREADY       *
001800* CLOSED IS REFUSED THROUGH THE RUNCTL CLUSTER, AS IN GLINTF;   *
001900* A DELIBERATE RECLOSE NEEDS 'FORCE' ON THE CARD.  ANY SNAPSHOT *
002000* RECORDS ALREADY ON FILE FOR THE PERIOD ARE REMOVED BEFORE THE *
002100* NEW ONES ARE WRITTEN.                                         *
002200*                                                               *
002300* SYSPRINT CARRIES THE CLOSE REGISTER.  A MODEL NOT ON PRICETBL *
002400* IS FROZEN AT ZERO COST AND NOTED; A MODEL WHOSE QUANTITY AND  *
002500* ON-HAND VIN COUNT DISAGREE IS NOTED, AS ARE ON-HAND VINS FOR  *
002600* A MAKE/MODEL NOT ON THE CAR MASTER.                           *
002700*                                                               *
002800* SYSIN CARD:                                                   *
002900*   COL  1-6   PERIOD, CCYYMM -- REQUIRED, NOT LATER THAN THE   *
003000*              CURRENT MONTH                                    *
003100*   COL  8-12  'FORCE' TO RECLOSE A PERIOD ALREADY CLOSED       *
003200*                                                               *
003300* RETURN CODE 8 WITHOUT A VALID CARD, FOR A PERIOD ALREADY      *
003400* CLOSED, ON A VSAMIO ERROR OR WHEN THE VIN TABLE OVERFLOWS --  *
003500* THE PERIOD IS NOT MARKED CLOSED; 4 WHEN ANYTHING IS NOTED.    *
003600*                                                               *
003700* MODIFICATION HISTORY.                                         *
003800*   DATE       INIT  DESCRIPTION                                *
003900*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003910*   10/15/2026 JM    CARSNAP RE-KEYED ON PERIOD AND SEQUENCE    *
003920*                    NUMBER; THE 42-BYTE PERIOD/MAKE/MODEL KEY  *
003930*                    WAS LONGER THAN THE 36 BYTES VSAMIO        *
003940*                    CARRIES.  MAKE AND MODEL ARE NOW DATA.     *
003950*                    THE PERIOD CLEAR NOW BLANKS THE RECORD     *
003960*                    AREA BEFORE EACH READ SO VSAMIO READS NEXT *
003970*                    INSTEAD OF BY KEY.                         *
004000* ************************************************************* *
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     SELECT CONTROL-CARD-FILE
005100         ASSIGN TO UT-S-SYSIN.
005200
005300     SELECT REPORT-FILE
005400         ASSIGN TO UR-1403-S-SYSPRINT.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTROL-CARD-FILE
005900     LABEL RECORDS ARE OMITTED
006000     RECORD CONTAINS 80 CHARACTERS
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS CONTROL-CARD-RECORD.
006300 01  CONTROL-CARD-RECORD.
006400     02  CC-PERIOD               PIC X(06).
006500     02  CC-PERIOD-N REDEFINES CC-PERIOD.
006600         03  CC-PERIOD-CCYY      PIC 9(04).
006700         03  CC-PERIOD-MM        PIC 9(02).
006800             88  CC-PERIOD-MM-VALID      VALUE 01 THRU 12.
006900     02  FILLER                  PIC X(01).
007000     02  CC-FORCE                PIC X(05).
007100     02  FILLER                  PIC X(68).
007200
007300 FD  REPORT-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORD CONTAINS 132 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS REPORT-LINE.
007800 01  REPORT-LINE                 PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 77  CAR-EOF-SWITCH              PIC X(01)   VALUE 'N'.
008200     88  CAR-EOF                             VALUE 'Y'.
008300 77  VIN-EOF-SWITCH              PIC X(01)   VALUE 'N'.
008400     88  VIN-EOF                             VALUE 'Y'.
008500 77  SNAP-EOF-SWITCH             PIC X(01)   VALUE 'N'.
008600     88  SNAP-EOF                            VALUE 'Y'.
008700 77  RUN-CONTROL-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
008800     88  RUN-CONTROL-FOUND                   VALUE 'Y'.
008900 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
009000     88  ENTRY-FOUND                         VALUE 'Y'.
009100
009200 77  CARMSTR-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
009300 77  VINMSTR-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
009400 77  SNAPSHOT-WRITE-COUNTER      PIC S9(8) COMP VALUE ZERO.
009500 77  SNAPSHOT-DELETE-COUNTER     PIC S9(8) COMP VALUE ZERO.
009600 77  UNPRICED-COUNTER            PIC S9(8) COMP VALUE ZERO.
009700 77  VIN-DIFFERS-COUNTER         PIC S9(8) COMP VALUE ZERO.
009800 77  NO-MASTER-COUNTER           PIC S9(8) COMP VALUE ZERO.
009900 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
010000
010100 77  VIN-IDX                     PIC S9(4) COMP VALUE ZERO.
010200 77  VIN-COUNT                   PIC S9(4) COMP VALUE ZERO.
010300 77  VIN-MAX                     PIC S9(4) COMP VALUE +1000.
010400 77  SHIFT-IDX                   PIC S9(4) COMP VALUE ZERO.
010500 77  INSERT-AT                   PIC S9(4) COMP VALUE ZERO.
010600
010700 01  TOTAL-QUANTITY              PIC S9(9) COMP-3 VALUE ZERO.
010800 01  TOTAL-VINS                  PIC S9(9) COMP-3 VALUE ZERO.
010900 01  TOTAL-VALUE                 PIC S9(11)V99 COMP-3 VALUE ZERO.
011000
011100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
011200 01  FILLER REDEFINES WS-RUN-DATE.
011300     02  WS-RUN-YY               PIC 9(02).
011400     02  WS-RUN-MM               PIC 9(02).
011500     02  WS-RUN-DD               PIC 9(02).
011600 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
011700 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
011800 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
011900     02  WS-RUN-CCYYMM           PIC 9(06).
012000     02  FILLER REDEFINES WS-RUN-CCYYMM.
012100         03  WS-RUN-CCYY         PIC 9(04).
012200         03  WS-RUN-CMM          PIC 9(02).
012300     02  WS-RUN-CDD              PIC 9(02).
012400
012500 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
012600
012700 01  SEARCH-KEY.
012800     02  SK-CAR-MAKE             PIC X(16).
012900     02  SK-CAR-MODEL            PIC X(20).
013000
013100* ************************************************************** *
013200* ON-HAND VIN COUNTS BY MAKE/MODEL FROM THE VINMSTR PASS, KEPT   *
013300* IN KEY SEQUENCE.  VE-MATCHED IS SET WHEN THE CAR MASTER        *
013400* CARRIES THE MODEL, SO THE REST CAN BE LISTED AT THE END.       *
013500* ************************************************************** *
013600 01  VIN-COUNT-TABLE.
013700     02  VIN-ENTRY OCCURS 1000 TIMES.
013800         03  VE-KEY.
013900             04  VE-CAR-MAKE     PIC X(16).
014000             04  VE-CAR-MODEL    PIC X(20).
014100         03  VE-ON-HAND          PIC S9(5) COMP-3.
014200         03  VE-MATCHED          PIC X(01).
014300
014400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
014500 01  CAR-MASTER-FILE             COPY VSAMIOFB.
014600 01  PRICE-TABLE-FILE            COPY VSAMIOFB.
014700 01  VIN-MASTER-FILE             COPY VSAMIOFB.
014800 01  SNAPSHOT-FILE               COPY VSAMIOFB.
014900 01  RUN-CONTROL-FILE            COPY VSAMIOFB.
015000
015100 01  CAR-MASTER-RECORD.
015200     02  CMR-CAR-MAKE            PIC X(16).
015300     02  CMR-CAR-MODEL           PIC X(20).
015400     02  CMR-FY-PROD             PIC 9(04).
015500     02  CMR-QUANTITY            PIC 9(05) COMP-3.
015600     02  CMR-FIRST-SEEN-DATE     PIC 9(08).
015700     02  CMR-LAST-ACTIVITY-DATE  PIC 9(08).
015800     02  FILLER                  PIC X(07).
015900
016000 01  PRICE-TABLE-RECORD.
016100     02  PTR-KEY.
016200         03  PTR-MAKE            PIC X(16).
016300         03  PTR-MODEL           PIC X(20).
016400     02  PTR-UNIT-COST           PIC 9(05)V99 COMP-3.
016500     02  PTR-LIST-PRICE          PIC 9(05)V99 COMP-3.
016600     02  FILLER                  PIC X(06).
016700
016800* ************************************************************** *
016900* VIN MASTER (DDNAME VINMSTR), ALSO DESCRIBED IN VINPOST.        *
017000* ************************************************************** *
017100 01  VIN-MASTER-RECORD.
017200     02  VMR-VIN                 PIC X(17).
017300     02  VMR-CAR-MAKE            PIC X(16).
017400     02  VMR-CAR-MODEL           PIC X(20).
017500     02  VMR-FY-PROD             PIC 9(04).
017600     02  VMR-STATUS              PIC X(01).
017700         88  VMR-ON-HAND                     VALUE 'H'.
017800         88  VMR-SOLD                        VALUE 'S'.
017900         88  VMR-WRITTEN-OFF                 VALUE 'W'.
018000     02  VMR-RECEIPT-DATE        PIC 9(08).
018100     02  VMR-SALE-DATE           PIC 9(08).
018200     02  VMR-DEALER-ID           PIC X(05).
018300     02  VMR-OPEN-RECALLS        PIC 9(02).
018400     02  VMR-LOT-ID              PIC X(04).
018500     02  FILLER                  PIC X(05).
018600
018700* ************************************************************** *
018800* MONTH-END SNAPSHOT (DDNAME CARSNAP, KEYED BY PERIOD AND        *
018900* SEQUENCE NUMBER), ALSO DESCRIBED IN CARMCMP.  THE SEQUENCE     *
018910* NUMBER IS THE RECORD'S POSITION ON THE CAR MASTER, SO A PERIOD *
018920* READS BACK IN MAKE/MODEL ORDER.  CSR-PRICED IS 'N' WHEN THE    *
019000* MODEL WAS NOT ON PRICETBL AND WAS FROZEN AT ZERO COST.         *
019100* ************************************************************** *
019200 01  SNAPSHOT-RECORD.
019300     02  CSR-KEY.
019400         03  CSR-PERIOD          PIC X(06).
019500         03  CSR-SEQUENCE        PIC 9(05).
019600     02  CSR-CAR-MAKE            PIC X(16).
019610     02  CSR-CAR-MODEL           PIC X(20).
019700     02  CSR-FY-PROD             PIC 9(04).
019800     02  CSR-QUANTITY            PIC 9(05) COMP-3.
019900     02  CSR-UNIT-COST           PIC 9(05)V99 COMP-3.
020000     02  CSR-EXTENDED-VALUE      PIC 9(09)V99 COMP-3.
020100     02  CSR-VINS-ON-HAND        PIC 9(05) COMP-3.
020200     02  CSR-PRICED              PIC X(01).
020300     02  CSR-SNAPSHOT-DATE       PIC 9(08).
020400     02  FILLER                  PIC X(24).
020500
020600 01  RUN-CONTROL-RECORD.
020700     02  RCR-KEY.
020800         03  RCR-FUNCTION        PIC X(08).
020900         03  RCR-GEN-ID          PIC X(08).
021000     02  RCR-POSTED-DATE         PIC 9(06).
021100     02  RCR-POSTED-TIME         PIC 9(08).
021200     02  RCR-TRAN-COUNT          PIC 9(07).
021300     02  RCR-FORCE-COUNT         PIC 9(03).
021400     02  RCR-HOLDER              PIC X(08).
021500     02  FILLER                  PIC X(02).
021600
021700 01  HEADING-LINE-1.
021800     02  FILLER                  PIC X(44)   VALUE
021900         'CARMEND - MONTH-END CAR INVENTORY CLOSE FOR '.
022000     02  HL1-PERIOD              PIC X(06).
022100     02  FILLER                  PIC X(12)   VALUE
022200         '   RUN DATE '.
022300     02  HL1-RUN-DATE            PIC 9(08).
022400     02  FILLER                  PIC X(02)   VALUE SPACES.
022500     02  HL1-FORCE               PIC X(30).
022600     02  FILLER                  PIC X(30)   VALUE SPACES.
022700
022800 01  HEADING-LINE-2.
022900     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
023000     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
023100     02  FILLER                  PIC X(06)   VALUE 'FY'.
023200     02  FILLER                  PIC X(09)   VALUE ' QUANTITY'.
023300     02  FILLER                  PIC X(11)   VALUE '  UNIT COST'.
023400     02  FILLER                  PIC X(17)   VALUE
023500         '  EXTENDED VALUE'.
023600     02  FILLER                  PIC X(11)   VALUE ' VINS ON HD'.
023700     02  FILLER                  PIC X(38)   VALUE '  NOTE'.
023800
023900 01  DETAIL-LINE.
024000     02  DL-CAR-MAKE             PIC X(16).
024100     02  FILLER                  PIC X(02)   VALUE SPACES.
024200     02  DL-CAR-MODEL            PIC X(20).
024300     02  FILLER                  PIC X(02)   VALUE SPACES.
024400     02  DL-FY-PROD              PIC X(04).
024500     02  FILLER                  PIC X(04)   VALUE SPACES.
024600     02  DL-QUANTITY             PIC ZZ,ZZ9.
024700     02  FILLER                  PIC X(02)   VALUE SPACES.
024800     02  DL-UNIT-COST            PIC ZZ,ZZ9.99.
024900     02  FILLER                  PIC X(03)   VALUE SPACES.
025000     02  DL-EXTENDED-VALUE       PIC ZZZ,ZZZ,ZZ9.99.
025100     02  FILLER                  PIC X(05)   VALUE SPACES.
025200     02  DL-VINS-ON-HAND         PIC ZZ,ZZ9.
025300     02  FILLER                  PIC X(02)   VALUE SPACES.
025400     02  DL-NOTE                 PIC X(30).
025500     02  FILLER                  PIC X(07)   VALUE SPACES.
025600
025700 01  TOTAL-LINE.
025800     02  FILLER                  PIC X(40)   VALUE
025900         'TOTAL - ALL MODELS'.
026000     02  FILLER                  PIC X(07)   VALUE SPACES.
026100     02  TL-QUANTITY             PIC ZZZ,ZZ9.
026200     02  FILLER                  PIC X(11)   VALUE SPACES.
026300     02  TL-VALUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026400     02  FILLER                  PIC X(04)   VALUE SPACES.
026500     02  TL-VINS                 PIC ZZZ,ZZ9.
026600     02  FILLER                  PIC X(39)   VALUE SPACES.
026700
026800 01  COUNT-LINE.
026900     02  CL-LABEL                PIC X(40).
027000     02  CL-COUNT                PIC ZZZ,ZZ9.
027100     02  FILLER                  PIC X(85)   VALUE SPACES.
027200
027300 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
027400
027500 PROCEDURE DIVISION.
027600
027700 000-INITIATE.
027800
027900     OPEN INPUT CONTROL-CARD-FILE.
028000     MOVE SPACES TO CONTROL-CARD-RECORD.
028100     READ CONTROL-CARD-FILE
028200         AT END CONTINUE
028300     END-READ.
028400     CLOSE CONTROL-CARD-FILE.
028500
028600     ACCEPT WS-RUN-DATE FROM DATE.
028700     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
028800     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
028900     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
029000     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
029100     MOVE WS-RUN-MM TO WS-RUN-CMM.
029200     MOVE WS-RUN-DD TO WS-RUN-CDD.
029300
029400     IF CC-PERIOD NOT NUMERIC
029500     OR NOT CC-PERIOD-MM-VALID
029600         DISPLAY 'CARMEND: SYSIN PERIOD MUST BE CCYYMM - '
029700                 CC-PERIOD
029800         MOVE +8 TO RETURN-CODE
029900         STOP RUN.
030000*    END-IF.
030100
030200     IF CC-PERIOD-N GREATER THAN WS-RUN-CCYYMM
030300         DISPLAY 'CARMEND: PERIOD ' CC-PERIOD
030400                 ' IS LATER THAN THE CURRENT MONTH'
030500         MOVE +8 TO RETURN-CODE
030600         STOP RUN.
030700*    END-IF.
030800
030900     PERFORM 030-CHECK-RUN-CONTROL THRU 039-EXIT.
031000     PERFORM 040-OPEN-FILES THRU 049-EXIT.
031100
031200     OPEN OUTPUT REPORT-FILE.
031300     MOVE CC-PERIOD TO HL1-PERIOD.
031400     MOVE WS-RUN-CCYYMMDD TO HL1-RUN-DATE.
031500     IF RUN-CONTROL-FOUND
031600         MOVE '*** FORCED RECLOSE ***' TO HL1-FORCE
031700     ELSE
031800         MOVE SPACES TO HL1-FORCE.
031900*    END-IF.
032000     WRITE REPORT-LINE FROM HEADING-LINE-1.
032100     WRITE REPORT-LINE FROM BLANK-LINE.
032200     WRITE REPORT-LINE FROM HEADING-LINE-2.
032300     WRITE REPORT-LINE FROM BLANK-LINE.
032400
032500 010-PROCESS.
032600
032700     PERFORM 050-CLEAR-PERIOD THRU 059-EXIT.
032800
032900     PERFORM 100-COUNT-ONE-VIN
033000        THRU 109-EXIT
033100       UNTIL VIN-EOF.
033200*    END-PERFORM.
033300
033400     PERFORM 200-SNAP-ONE-MODEL
033500        THRU 209-EXIT
033600       UNTIL CAR-EOF.
033700*    END-PERFORM.
033800
033900     MOVE 1 TO VIN-IDX.
034000     PERFORM 300-LIST-UNMATCHED
034100        THRU 309-EXIT
034200       UNTIL VIN-IDX GREATER THAN VIN-COUNT.
034300*    END-PERFORM.
034400
034500 020-TERMINATE.
034600
034700     WRITE REPORT-LINE FROM BLANK-LINE.
034800     MOVE TOTAL-QUANTITY TO TL-QUANTITY.
034900     MOVE TOTAL-VALUE TO TL-VALUE.
035000     MOVE TOTAL-VINS TO TL-VINS.
035100     WRITE REPORT-LINE FROM TOTAL-LINE.
035200
035300     WRITE REPORT-LINE FROM BLANK-LINE.
035400     MOVE 'MODELS FROZEN' TO CL-LABEL.
035500     MOVE SNAPSHOT-WRITE-COUNTER TO CL-COUNT.
035600     WRITE REPORT-LINE FROM COUNT-LINE.
035700     MOVE 'PRIOR SNAPSHOT RECORDS REPLACED' TO CL-LABEL.
035800     MOVE SNAPSHOT-DELETE-COUNTER TO CL-COUNT.
035900     WRITE REPORT-LINE FROM COUNT-LINE.
036000     MOVE 'MODELS NOT ON PRICETBL' TO CL-LABEL.
036100     MOVE UNPRICED-COUNTER TO CL-COUNT.
036200     WRITE REPORT-LINE FROM COUNT-LINE.
036300     MOVE 'MODELS WITH QUANTITY/VIN DIFFERENCE' TO CL-LABEL.
036400     MOVE VIN-DIFFERS-COUNTER TO CL-COUNT.
036500     WRITE REPORT-LINE FROM COUNT-LINE.
036600     MOVE 'ON-HAND VIN MODELS NOT ON CAR MASTER' TO CL-LABEL.
036700     MOVE NO-MASTER-COUNTER TO CL-COUNT.
036800     WRITE REPORT-LINE FROM COUNT-LINE.
036900
037000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037200                         CAR-MASTER-FILE,
037300                         CAR-MASTER-RECORD.
037400*    END-CALL.
037500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037600                         PRICE-TABLE-FILE,
037700                         PRICE-TABLE-RECORD.
037800*    END-CALL.
037900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038000                         VIN-MASTER-FILE,
038100                         VIN-MASTER-RECORD.
038200*    END-CALL.
038300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038400                         SNAPSHOT-FILE,
038500                         SNAPSHOT-RECORD.
038600*    END-CALL.
038700
038800     IF ERROR-COUNTER GREATER THAN ZERO
038900         MOVE +8 TO RETURN-CODE
039000         MOVE VSIO-CLOSE TO VSIO-COMMAND
039100         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039200                             RUN-CONTROL-FILE,
039300                             RUN-CONTROL-RECORD
039400         WRITE REPORT-LINE FROM BLANK-LINE
039500         MOVE '*** ERRORS - PERIOD NOT MARKED CLOSED ***'
039600             TO CL-LABEL
039700         MOVE ERROR-COUNTER TO CL-COUNT
039800         WRITE REPORT-LINE FROM COUNT-LINE
039900     ELSE
040000         PERFORM 400-MARK-RUN-CONTROL THRU 409-EXIT
040100         IF UNPRICED-COUNTER GREATER THAN ZERO
040200         OR VIN-DIFFERS-COUNTER GREATER THAN ZERO
040300         OR NO-MASTER-COUNTER GREATER THAN ZERO
040400             IF RETURN-CODE LESS THAN +4
040500                 MOVE +4 TO RETURN-CODE.
040600*            END-IF
040700*        END-IF
040800*    END-IF.
040900
041000     CLOSE REPORT-FILE.
041100
041200     DISPLAY 'CARMEND: PERIOD CLOSED:        ' CC-PERIOD.
041300     DISPLAY 'CARMEND: CARMSTR RECORDS READ: '
041400             CARMSTR-READ-COUNTER.
041500     DISPLAY 'CARMEND: VINMSTR RECORDS READ: '
041600             VINMSTR-READ-COUNTER.
041700     DISPLAY 'CARMEND: SNAPSHOTS WRITTEN:    '
041800             SNAPSHOT-WRITE-COUNTER.
041900     DISPLAY 'CARMEND: SNAPSHOTS REPLACED:   '
042000             SNAPSHOT-DELETE-COUNTER.
042100     DISPLAY 'CARMEND: MODELS UNPRICED:      ' UNPRICED-COUNTER.
042200     DISPLAY 'CARMEND: VIN COUNT DIFFERS:    '
042300             VIN-DIFFERS-COUNTER.
042400     DISPLAY 'CARMEND: VINS WITHOUT MASTER:  ' NO-MASTER-COUNTER.
042500     DISPLAY 'CARMEND: ERRORS:               ' ERROR-COUNTER.
042600     STOP RUN.
042700
042800* ************************************************************** *
042900* RUN-CONTROL HANDSHAKE - REFUSE A PERIOD THE RUNCTL CLUSTER     *
043000* ALREADY SHOWS CLOSED, UNLESS THE SYSIN CARD CARRIES 'FORCE'    *
043100* FOR A DELIBERATE RECLOSE, WHICH IS NOTED ON THE RUN LOG.       *
043200* ************************************************************** *
043300 030-CHECK-RUN-CONTROL.
043400
043500     MOVE 'RUNCTL' TO VSIO-DDNAME OF RUN-CONTROL-FILE.
043600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RUN-CONTROL-FILE.
043700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RUN-CONTROL-FILE.
043800     MOVE VSIO-I-O TO VSIO-MODE OF RUN-CONTROL-FILE.
043900     MOVE +50 TO VSIO-RECORD-LENGTH OF RUN-CONTROL-FILE.
044000     MOVE +0 TO VSIO-KEY-POSITION OF RUN-CONTROL-FILE.
044100     MOVE +16 TO VSIO-KEY-LENGTH OF RUN-CONTROL-FILE.
044200     MOVE VSIO-OPEN TO VSIO-COMMAND.
044300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044400                         RUN-CONTROL-FILE,
044500                         RUN-CONTROL-RECORD.
044600*    END-CALL.
044700     IF NOT VSIO-SUCCESS
044800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044900         MOVE +8 TO RETURN-CODE
045000         STOP RUN.
045100*    END-IF.
045200
045300     MOVE SPACES TO RUN-CONTROL-RECORD.
045400     MOVE 'CARMEND' TO RCR-FUNCTION.
045500     MOVE CC-PERIOD TO RCR-GEN-ID.
045600     MOVE VSIO-READ TO VSIO-COMMAND.
045700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045800                         RUN-CONTROL-FILE,
045900                         RUN-CONTROL-RECORD.
046000*    END-CALL.
046100
046200     EVALUATE TRUE
046300         WHEN VSIO-SUCCESS
046400             MOVE 'Y' TO RUN-CONTROL-FOUND-SWITCH
046500         WHEN VSIO-RECORD-NOT-FOUND
046600             MOVE 'N' TO RUN-CONTROL-FOUND-SWITCH
046700             MOVE +0 TO VSIO-RETURN-CODE
046800         WHEN OTHER
046900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047000             MOVE +8 TO RETURN-CODE
047100             STOP RUN
047200     END-EVALUATE.
047300
047400     IF NOT RUN-CONTROL-FOUND
047500         GO TO 039-EXIT.
047600*    END-IF.
047700
047800     IF CC-FORCE EQUAL 'FORCE'
047900         DISPLAY 'CARMEND: PERIOD ' CC-PERIOD
048000             ' ALREADY CLOSED ' RCR-POSTED-DATE ' AT '
048100             RCR-POSTED-TIME ' - FORCED RECLOSE AUTHORIZED'
048200         GO TO 039-EXIT.
048300*    END-IF.
048400
048500     DISPLAY 'CARMEND: PERIOD ' CC-PERIOD
048600         ' ALREADY CLOSED ' RCR-POSTED-DATE ' AT '
048700         RCR-POSTED-TIME ' WITH ' RCR-TRAN-COUNT
048800         ' MODELS'.
048900     DISPLAY 'CARMEND: RUN REFUSED - RESUBMIT WITH A FORCE'
049000         ' CARD FOR A DELIBERATE RECLOSE'.
049100     MOVE +8 TO RETURN-CODE.
049200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
049300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049400                         RUN-CONTROL-FILE,
049500                         RUN-CONTROL-RECORD.
049600*    END-CALL.
049700     STOP RUN.
049800
049900 039-EXIT.
050000     EXIT.
050100
050200 040-OPEN-FILES.
050300
050400     MOVE 'CARMSTR' TO VSIO-DDNAME OF CAR-MASTER-FILE.
050500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CAR-MASTER-FILE.
050600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF CAR-MASTER-FILE.
050700     MOVE VSIO-INPUT TO VSIO-MODE OF CAR-MASTER-FILE.
050800     MOVE +66 TO VSIO-RECORD-LENGTH OF CAR-MASTER-FILE.
050900     MOVE +0 TO VSIO-KEY-POSITION OF CAR-MASTER-FILE.
051000     MOVE +36 TO VSIO-KEY-LENGTH OF CAR-MASTER-FILE.
051100     MOVE VSIO-OPEN TO VSIO-COMMAND.
051200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051300                         CAR-MASTER-FILE,
051400                         CAR-MASTER-RECORD.
051500*    END-CALL.
051600     IF NOT VSIO-SUCCESS
051700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051800         MOVE +8 TO RETURN-CODE
051900         STOP RUN.
052000*    END-IF.
052100
052200     MOVE 'PRICETBL' TO VSIO-DDNAME OF PRICE-TABLE-FILE.
052300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRICE-TABLE-FILE.
052400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRICE-TABLE-FILE.
052500     MOVE VSIO-INPUT TO VSIO-MODE OF PRICE-TABLE-FILE.
052600     MOVE +50 TO VSIO-RECORD-LENGTH OF PRICE-TABLE-FILE.
052700     MOVE +0 TO VSIO-KEY-POSITION OF PRICE-TABLE-FILE.
052800     MOVE +36 TO VSIO-KEY-LENGTH OF PRICE-TABLE-FILE.
052900     MOVE VSIO-OPEN TO VSIO-COMMAND.
053000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053100                         PRICE-TABLE-FILE,
053200                         PRICE-TABLE-RECORD.
053300*    END-CALL.
053400     IF NOT VSIO-SUCCESS
053500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053600         MOVE +8 TO RETURN-CODE
053700         STOP RUN.
053800*    END-IF.
053900
054000     MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
054100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
054200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF VIN-MASTER-FILE.
054300     MOVE VSIO-INPUT TO VSIO-MODE OF VIN-MASTER-FILE.
054400     MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
054500     MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
054600     MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
054700     MOVE VSIO-OPEN TO VSIO-COMMAND.
054800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054900                         VIN-MASTER-FILE,
055000                         VIN-MASTER-RECORD.
055100*    END-CALL.
055200     IF NOT VSIO-SUCCESS
055300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
055400         MOVE +8 TO RETURN-CODE
055500         STOP RUN.
055600*    END-IF.
055700
055800     MOVE 'CARSNAP' TO VSIO-DDNAME OF SNAPSHOT-FILE.
055900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SNAPSHOT-FILE.
056000     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF SNAPSHOT-FILE.
056100     MOVE VSIO-I-O TO VSIO-MODE OF SNAPSHOT-FILE.
056200     MOVE +100 TO VSIO-RECORD-LENGTH OF SNAPSHOT-FILE.
056300     MOVE +0 TO VSIO-KEY-POSITION OF SNAPSHOT-FILE.
056400     MOVE +11 TO VSIO-KEY-LENGTH OF SNAPSHOT-FILE.
056500     MOVE VSIO-OPEN TO VSIO-COMMAND.
056600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056700                         SNAPSHOT-FILE,
056800                         SNAPSHOT-RECORD.
056900*    END-CALL.
057000     IF NOT VSIO-SUCCESS
057100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057200         MOVE +8 TO RETURN-CODE
057300         STOP RUN.
057400*    END-IF.
057500
057600 049-EXIT.
057700     EXIT.
057800
057900* ************************************************************** *
058000* REMOVES ANY SNAPSHOT RECORDS ALREADY ON FILE FOR THE PERIOD -- *
058100* A FORCED RECLOSE, OR A CLOSE THAT ENDED BEFORE RUNCTL WAS      *
058200* MARKED -- SO THE PERIOD HOLDS ONLY THIS RUN'S PICTURE.         *
058300* ************************************************************** *
058400 050-CLEAR-PERIOD.
058500
058600     MOVE SPACES TO SNAPSHOT-RECORD.
058700     MOVE CC-PERIOD TO CSR-PERIOD.
058750     MOVE ZERO TO CSR-SEQUENCE.
058800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
058900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059000                         SNAPSHOT-FILE,
059100                         SNAPSHOT-RECORD.
059200*    END-CALL.
059300     IF NOT VSIO-SUCCESS
059400         IF VSIO-END-OF-FILE
059500         OR VSIO-RECORD-NOT-FOUND
059600             MOVE +0 TO VSIO-RETURN-CODE
059700         ELSE
059800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059900             ADD +1 TO ERROR-COUNTER.
060000*        END-IF
060100         GO TO 059-EXIT.
060200*    END-IF.
060300
060400     PERFORM 055-DELETE-ONE-SNAPSHOT
060500        THRU 055-EXIT
060600       UNTIL SNAP-EOF.
060700*    END-PERFORM.
060800
060900 059-EXIT.
061000     EXIT.
061100
061200 055-DELETE-ONE-SNAPSHOT.
061300
061350     MOVE SPACES TO SNAPSHOT-RECORD.
061400     MOVE VSIO-READ TO VSIO-COMMAND.
061500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061600                         SNAPSHOT-FILE,
061700                         SNAPSHOT-RECORD.
061800*    END-CALL.
061900     IF NOT VSIO-SUCCESS
062000         MOVE 'Y' TO SNAP-EOF-SWITCH
062100         IF VSIO-END-OF-FILE
062200             MOVE +0 TO VSIO-RETURN-CODE
062300             GO TO 055-EXIT
062400         ELSE
062500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
062600             ADD +1 TO ERROR-COUNTER
062700             GO TO 055-EXIT.
062800*        END-IF
062900*    END-IF.
063000
063100     IF CSR-PERIOD NOT EQUAL CC-PERIOD
063200         MOVE 'Y' TO SNAP-EOF-SWITCH
063300         GO TO 055-EXIT.
063400*    END-IF.
063500
063600     MOVE VSIO-DELETE TO VSIO-COMMAND.
063700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063800                         SNAPSHOT-FILE,
063900                         SNAPSHOT-RECORD.
064000*    END-CALL.
064100     IF NOT VSIO-SUCCESS
064200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
064300         ADD +1 TO ERROR-COUNTER
064400         MOVE 'Y' TO SNAP-EOF-SWITCH
064500         GO TO 055-EXIT.
064600*    END-IF.
064700     ADD +1 TO SNAPSHOT-DELETE-COUNTER.
064800
064900 055-EXIT.
065000     EXIT.
065100
065200* ************************************************************** *
065300* ONE VINMSTR RECORD.  EVERY UNIT STILL ON HAND IS COUNTED UNDER *
065400* ITS MAKE/MODEL; SOLD AND WRITTEN-OFF UNITS ARE PASSED OVER.    *
065500* ************************************************************** *
065600 100-COUNT-ONE-VIN.
065700
065800     MOVE SPACES TO VIN-MASTER-RECORD.
065900     MOVE VSIO-READ TO VSIO-COMMAND.
066000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066100                         VIN-MASTER-FILE,
066200                         VIN-MASTER-RECORD.
066300*    END-CALL.
066400     IF NOT VSIO-SUCCESS
066500         MOVE 'Y' TO VIN-EOF-SWITCH
066600         IF VSIO-END-OF-FILE
066700             GO TO 109-EXIT
066800         ELSE
066900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067000             ADD +1 TO ERROR-COUNTER
067100             GO TO 109-EXIT.
067200*        END-IF
067300*    END-IF.
067400
067500     ADD +1 TO VINMSTR-READ-COUNTER.
067600     IF NOT VMR-ON-HAND
067700         GO TO 109-EXIT.
067800*    END-IF.
067900
068000     MOVE VMR-CAR-MAKE TO SK-CAR-MAKE.
068100     MOVE VMR-CAR-MODEL TO SK-CAR-MODEL.
068200     PERFORM 140-LOCATE-ENTRY THRU 149-EXIT.
068300     IF VIN-IDX EQUAL ZERO
068400         GO TO 109-EXIT.
068500*    END-IF.
068600     ADD +1 TO VE-ON-HAND (VIN-IDX).
068700
068800 109-EXIT.
068900     EXIT.
069000
069100* ************************************************************** *
069200* LOCATES THE VIN COUNT ENTRY FOR SEARCH-KEY, INSERTING A NEW    *
069300* ENTRY IN KEY SEQUENCE WHEN NONE EXISTS.  VIN-IDX RETURNS THE   *
069400* POSITION, OR ZERO WHEN THE TABLE IS FULL.                      *
069500* ************************************************************** *
069600 140-LOCATE-ENTRY.
069700
069800     MOVE 'N' TO ENTRY-FOUND-SW.
069900     MOVE ZERO TO INSERT-AT.
070000     MOVE 1 TO VIN-IDX.
070100     PERFORM 142-SCAN-ENTRY
070200        THRU 142-EXIT
070300       UNTIL ENTRY-FOUND
070400          OR INSERT-AT GREATER THAN ZERO
070500          OR VIN-IDX GREATER THAN VIN-COUNT.
070600*    END-PERFORM.
070700
070800     IF ENTRY-FOUND
070900         GO TO 149-EXIT.
071000*    END-IF.
071100
071200     IF VIN-COUNT NOT LESS THAN VIN-MAX
071300         DISPLAY 'CARMEND: VIN TABLE FULL, MODEL DROPPED: '
071400             SEARCH-KEY
071500         ADD +1 TO ERROR-COUNTER
071600         MOVE ZERO TO VIN-IDX
071700         GO TO 149-EXIT.
071800*    END-IF.
071900
072000     IF INSERT-AT EQUAL ZERO
072100         ADD 1 TO VIN-COUNT
072200         MOVE VIN-COUNT TO VIN-IDX
072300     ELSE
072400         ADD 1 TO VIN-COUNT
072500         MOVE VIN-COUNT TO SHIFT-IDX
072600         PERFORM 144-SHIFT-ENTRY
072700            THRU 144-EXIT
072800           UNTIL SHIFT-IDX NOT GREATER THAN INSERT-AT
072900         MOVE INSERT-AT TO VIN-IDX.
073000*    END-IF.
073100
073200     MOVE SEARCH-KEY TO VE-KEY (VIN-IDX).
073300     MOVE ZERO TO VE-ON-HAND (VIN-IDX).
073400     MOVE 'N' TO VE-MATCHED (VIN-IDX).
073500
073600 149-EXIT.
073700     EXIT.
073800
073900 142-SCAN-ENTRY.
074000
074100     IF VE-KEY (VIN-IDX) EQUAL SEARCH-KEY
074200         MOVE 'Y' TO ENTRY-FOUND-SW
074300         GO TO 142-EXIT.
074400*    END-IF.
074500     IF VE-KEY (VIN-IDX) GREATER THAN SEARCH-KEY
074600         MOVE VIN-IDX TO INSERT-AT
074700         GO TO 142-EXIT.
074800*    END-IF.
074900     ADD 1 TO VIN-IDX.
075000
075100 142-EXIT.
075200     EXIT.
075300
075400 144-SHIFT-ENTRY.
075500
075600     MOVE VIN-ENTRY (SHIFT-IDX - 1)
075700         TO VIN-ENTRY (SHIFT-IDX).
075800     SUBTRACT 1 FROM SHIFT-IDX.
075900
076000 144-EXIT.
076100     EXIT.
076200
076300* ************************************************************** *
076400* FREEZES ONE CAR MASTER MAKE/MODEL: PRICES IT FROM PRICETBL,    *
076500* TAKES ITS ON-HAND VIN COUNT FROM THE TABLE, WRITES THE         *
076600* SNAPSHOT RECORD AND PRINTS THE REGISTER LINE.                  *
076700* ************************************************************** *
076800 200-SNAP-ONE-MODEL.
076900
077000     MOVE SPACES TO CAR-MASTER-RECORD.
077100     MOVE VSIO-READ TO VSIO-COMMAND.
077200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
077300                         CAR-MASTER-FILE,
077400                         CAR-MASTER-RECORD.
077500*    END-CALL.
077600     IF NOT VSIO-SUCCESS
077700         MOVE 'Y' TO CAR-EOF-SWITCH
077800         IF VSIO-END-OF-FILE
077900             GO TO 209-EXIT
078000         ELSE
078100             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
078200             ADD +1 TO ERROR-COUNTER
078300             GO TO 209-EXIT.
078400*        END-IF
078500*    END-IF.
078600
078700     ADD +1 TO CARMSTR-READ-COUNTER.
078800     IF CMR-QUANTITY NOT NUMERIC
078900         MOVE ZERO TO CMR-QUANTITY.
079000*    END-IF.
079100
079200     MOVE SPACES TO SNAPSHOT-RECORD.
079300     MOVE CC-PERIOD TO CSR-PERIOD.
079310     MOVE CARMSTR-READ-COUNTER TO CSR-SEQUENCE.
079400     MOVE CMR-CAR-MAKE TO CSR-CAR-MAKE.
079500     MOVE CMR-CAR-MODEL TO CSR-CAR-MODEL.
079600     MOVE CMR-FY-PROD TO CSR-FY-PROD.
079700     MOVE CMR-QUANTITY TO CSR-QUANTITY.
079800     MOVE WS-RUN-CCYYMMDD TO CSR-SNAPSHOT-DATE.
079900     MOVE SPACES TO DL-NOTE.
080000
080100     PERFORM 210-PRICE-MODEL THRU 219-EXIT.
080200     COMPUTE CSR-EXTENDED-VALUE = CSR-QUANTITY * CSR-UNIT-COST.
080300
080400     MOVE ZERO TO CSR-VINS-ON-HAND.
080500     MOVE CMR-CAR-MAKE TO SK-CAR-MAKE.
080600     MOVE CMR-CAR-MODEL TO SK-CAR-MODEL.
080700     MOVE 'N' TO ENTRY-FOUND-SW.
080800     MOVE 1 TO VIN-IDX.
080900     PERFORM 142-SCAN-ENTRY
081000        THRU 142-EXIT
081100       UNTIL ENTRY-FOUND
081200          OR VIN-IDX GREATER THAN VIN-COUNT.
081300*    END-PERFORM.
081400     IF ENTRY-FOUND
081500         MOVE VE-ON-HAND (VIN-IDX) TO CSR-VINS-ON-HAND
081600         MOVE 'Y' TO VE-MATCHED (VIN-IDX).
081700*    END-IF.
081800
081900     IF CSR-VINS-ON-HAND NOT EQUAL CSR-QUANTITY
082000         ADD +1 TO VIN-DIFFERS-COUNTER
082100         IF DL-NOTE EQUAL SPACES
082200             MOVE 'QUANTITY/VIN COUNT DIFFER' TO DL-NOTE
082300         ELSE
082400             MOVE 'UNPRICED, QTY/VIN DIFFER' TO DL-NOTE.
082500*        END-IF
082600*    END-IF.
082700
082800     MOVE VSIO-WRITE TO VSIO-COMMAND.
082900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
083000                         SNAPSHOT-FILE,
083100                         SNAPSHOT-RECORD.
083200*    END-CALL.
083300     IF NOT VSIO-SUCCESS
083400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
083500         ADD +1 TO ERROR-COUNTER
083600         MOVE 'NOT WRITTEN - VSAMIO ERROR' TO DL-NOTE
083700     ELSE
083800         ADD +1 TO SNAPSHOT-WRITE-COUNTER
083900         ADD CSR-QUANTITY TO TOTAL-QUANTITY
084000         ADD CSR-EXTENDED-VALUE TO TOTAL-VALUE
084100         ADD CSR-VINS-ON-HAND TO TOTAL-VINS.
084200*    END-IF.
084300
084400     MOVE CSR-CAR-MAKE TO DL-CAR-MAKE.
084500     MOVE CSR-CAR-MODEL TO DL-CAR-MODEL.
084600     MOVE CMR-FY-PROD TO DL-FY-PROD.
084700     MOVE CSR-QUANTITY TO DL-QUANTITY.
084800     MOVE CSR-UNIT-COST TO DL-UNIT-COST.
084900     MOVE CSR-EXTENDED-VALUE TO DL-EXTENDED-VALUE.
085000     MOVE CSR-VINS-ON-HAND TO DL-VINS-ON-HAND.
085100     WRITE REPORT-LINE FROM DETAIL-LINE.
085200
085300 209-EXIT.
085400     EXIT.
085500
085600 210-PRICE-MODEL.
085700
085800     MOVE SPACES TO PRICE-TABLE-RECORD.
085900     MOVE CMR-CAR-MAKE TO PTR-MAKE.
086000     MOVE CMR-CAR-MODEL TO PTR-MODEL.
086100     MOVE VSIO-READ TO VSIO-COMMAND.
086200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
086300                         PRICE-TABLE-FILE,
086400                         PRICE-TABLE-RECORD.
086500*    END-CALL.
086600     IF VSIO-SUCCESS
086700         MOVE PTR-UNIT-COST TO CSR-UNIT-COST
086800         MOVE 'Y' TO CSR-PRICED
086900         GO TO 219-EXIT.
087000*    END-IF.
087100
087200     MOVE ZERO TO CSR-UNIT-COST.
087300     MOVE 'N' TO CSR-PRICED.
087400     IF VSIO-RECORD-NOT-FOUND
087500         MOVE 'NOT ON PRICETBL' TO DL-NOTE
087600         ADD +1 TO UNPRICED-COUNTER
087700     ELSE
087800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
087900         MOVE 'PRICETBL READ ERROR' TO DL-NOTE
088000         ADD +1 TO ERROR-COUNTER.
088100*    END-IF.
088200     MOVE +0 TO VSIO-RETURN-CODE.
088300
088400 219-EXIT.
088500     EXIT.
088600
088700* ************************************************************** *
088800* LISTS A MAKE/MODEL WITH UNITS ON HAND ON VINMSTR THAT THE CAR  *
088900* MASTER DOES NOT CARRY.  NO SNAPSHOT IS WRITTEN FOR IT.         *
089000* ************************************************************** *
089100 300-LIST-UNMATCHED.
089200
089300     IF VE-MATCHED (VIN-IDX) EQUAL 'Y'
089400         GO TO 308-NEXT.
089500*    END-IF.
089600
089700     ADD +1 TO NO-MASTER-COUNTER.
089800     MOVE SPACES TO DETAIL-LINE.
089900     MOVE VE-CAR-MAKE (VIN-IDX) TO DL-CAR-MAKE.
090000     MOVE VE-CAR-MODEL (VIN-IDX) TO DL-CAR-MODEL.
090100     MOVE VE-ON-HAND (VIN-IDX) TO DL-VINS-ON-HAND.
090200     MOVE 'VINS ON HAND, NOT ON MASTER' TO DL-NOTE.
090300     WRITE REPORT-LINE FROM DETAIL-LINE.
090400
090500 308-NEXT.
090600     ADD 1 TO VIN-IDX.
090700
090800 309-EXIT.
090900     EXIT.
091000
091100* ************************************************************** *
091200* RECORD THE CLEAN END OF JOB ON THE RUNCTL CLUSTER SO A SECOND  *
091300* CLOSE OF THIS PERIOD IS CAUGHT AT STARTUP.                     *
091400* ************************************************************** *
091500 400-MARK-RUN-CONTROL.
091600
091700     ACCEPT WS-RUN-DATE FROM DATE.
091800     ACCEPT WS-RUN-TIME FROM TIME.
091900
092000     IF RUN-CONTROL-FOUND
092100         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
092200         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
092300         MOVE SNAPSHOT-WRITE-COUNTER TO RCR-TRAN-COUNT
092400         ADD 1 TO RCR-FORCE-COUNT
092500         MOVE VSIO-REWRITE TO VSIO-COMMAND
092600     ELSE
092700         MOVE SPACES TO RUN-CONTROL-RECORD
092800         MOVE 'CARMEND' TO RCR-FUNCTION
092900         MOVE CC-PERIOD TO RCR-GEN-ID
093000         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
093100         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
093200         MOVE SNAPSHOT-WRITE-COUNTER TO RCR-TRAN-COUNT
093300         MOVE ZERO TO RCR-FORCE-COUNT
093400         MOVE VSIO-WRITE TO VSIO-COMMAND.
093500*    END-IF.
093600
093700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
093800                         RUN-CONTROL-FILE,
093900                         RUN-CONTROL-RECORD.
094000*    END-CALL.
094100     IF NOT VSIO-SUCCESS
094200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
094300         MOVE +8 TO RETURN-CODE.
094400*    END-IF.
094500
094600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
094700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094800                         RUN-CONTROL-FILE,
094900                         RUN-CONTROL-RECORD.
095000*    END-CALL.
095100     IF NOT VSIO-SUCCESS
095200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
095300*    END-IF.
095400
095500 409-EXIT.
095600     EXIT.
095700
095800* ************************************************************** *
095900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
096000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
096100* PROGRAM IN THIS SUITE.                                         *
096200* ************************************************************** *
096300 500-DISPLAY-UNKNOWN-ERROR.
096400
096500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
096600     EXHIBIT NAMED VSIO-RETURN-CODE.
096700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
096800                   VSIO-VSAM-FUNCTION-CODE,
096900                   VSIO-VSAM-FEEDBACK-CODE.
097000
097100 509-EXIT.
097200     EXIT.
