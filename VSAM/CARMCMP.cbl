000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CARMCMP.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* CAR INVENTORY MOVEMENT BETWEEN TWO MONTH-END SNAPSHOTS.  THE  *
000900* OPENING AND CLOSING PERIODS ARE READ FROM THE MONTH-END       *
001000* HISTORY CLUSTER CARMEND WRITES (DDNAME CARSNAP), AND THE      *
001100* MOVEMENT BETWEEN THEM FROM THE POSTED TRANSACTION FEED        *
001200* (UT-S-CARS, THE GENERATIONS POSTED AFTER THE OPENING CLOSE    *
001300* THROUGH THE CLOSING CLOSE CONCATENATED, AS FOR DLRSTMT).      *
001400* RECEIPTS ARE 'R' RECORDS AND LEGACY BLANK-CODE RECORDS (ONE   *
001500* UNIT EACH), SALES ARE 'S' RECORDS AND ADJUSTMENTS ARE 'A'     *
001600* RECORDS SIGNED BY TR-QUANTITY-SIGN, AS CARPOST APPLIES THEM.  *
001700* HEADER AND TRAILER CONTROL RECORDS ARE SKIPPED, BUT THE DATE  *
001800* OF EACH GENERATION'S HEADER IS CHECKED AGAINST THE SPAN.      *
001900*                                                               *
002000* ONE LINE PRINTS PER MAKE/MODEL IN EITHER SNAPSHOT OR THE FEED *
002100* WITH THE OPENING QUANTITY, RECEIPTS, SALES, ADJUSTMENTS AND   *
002200* CLOSING QUANTITY, THE OPENING AND CLOSING EXTENDED VALUES AND *
002300* THE VALUE CHANGE.  THE UNEXPLAINED DIFFERENCE IS THE CLOSING  *
002400* QUANTITY LESS THE OPENING QUANTITY AND THE NET MOVEMENT; ANY  *
002500* NONZERO DIFFERENCE IS FLAGGED '*'.  IT MAY COME FROM A FEED   *
002600* GENERATION MISSING FROM THE CARS DD, A TRANSACTION CARPOST    *
002700* REJECTED, OR A CAR MASTER CHANGE MADE OUTSIDE THE FEED.       *
002800* A MODEL IN ONLY ONE SNAPSHOT IS NOTED 'NEW' OR 'GONE', AND    *
002900* ONE FROZEN WITHOUT A PRICETBL COST IS NOTED 'NOCOST'.         *
003000*                                                               *
003100* SYSIN CARD:                                                   *
003200*   COL  1-6   OPENING PERIOD, CCYYMM -- REQUIRED               *
003300*   COL  8-13  CLOSING PERIOD, CCYYMM -- REQUIRED, LATER THAN   *
003400*              THE OPENING PERIOD                               *
003500*                                                               *
003600* RETURN CODE 8 WITHOUT A VALID CARD, WHEN EITHER PERIOD HAS NO *
003700* SNAPSHOT OR ON A VSAMIO ERROR; 4 WHEN ANY MODEL HAS AN        *
003800* UNEXPLAINED DIFFERENCE OR A FEED GENERATION IS DATED OUTSIDE  *
003900* THE SPAN.                                                     *
004000*                                                               *
004100* MODIFICATION HISTORY.                                         *
004200*   DATE       INIT  DESCRIPTION                                *
004300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004310*   10/15/2026 JM    CARSNAP IS NOW KEYED BY PERIOD AND         *
004320*                    SEQUENCE NUMBER.  THE RECORD AREA IS       *
004330*                    CLEARED BEFORE EACH BROWSE READ SO VSAMIO  *
004340*                    READS NEXT INSTEAD OF BY KEY.              *
004400* ************************************************************* *
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300
005400     SELECT CONTROL-CARD-FILE
005500         ASSIGN TO UT-S-SYSIN.
005600
005700     SELECT TRANSACTION-DATA
005800         ASSIGN TO UT-S-CARS.
005900
006000     SELECT REPORT-FILE
006100         ASSIGN TO UR-1403-S-SYSPRINT.
006200
006300     SELECT SORT-WORK-FILE
006400         ASSIGN TO UT-S-SORTWK01.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CONTROL-CARD-FILE
006900     LABEL RECORDS ARE OMITTED
007000     RECORD CONTAINS 80 CHARACTERS
007100     BLOCK CONTAINS 0 RECORDS
007200     DATA RECORD IS CONTROL-CARD-RECORD.
007300 01  CONTROL-CARD-RECORD.
007400     02  CC-OPEN-PERIOD          PIC X(06).
007500     02  CC-OPEN-PERIOD-N REDEFINES CC-OPEN-PERIOD.
007600         03  CC-OPEN-CCYY        PIC 9(04).
007700         03  CC-OPEN-MM          PIC 9(02).
007800             88  CC-OPEN-MM-VALID        VALUE 01 THRU 12.
007900     02  FILLER                  PIC X(01).
008000     02  CC-CLOSE-PERIOD         PIC X(06).
008100     02  CC-CLOSE-PERIOD-N REDEFINES CC-CLOSE-PERIOD.
008200         03  CC-CLOSE-CCYY       PIC 9(04).
008300         03  CC-CLOSE-MM         PIC 9(02).
008400             88  CC-CLOSE-MM-VALID       VALUE 01 THRU 12.
008500     02  FILLER                  PIC X(67).
008600
008700 FD  TRANSACTION-DATA
008800     LABEL RECORDS ARE OMITTED
008900     RECORD CONTAINS 80 CHARACTERS
009000     BLOCK CONTAINS 0 RECORDS
009100     DATA RECORD IS TRANSACTION-RECORD.
009200 01  TRANSACTION-RECORD.
009300     02  TR-CAR-MAKE             PIC X(16).
009400     02  TR-CAR-MODEL            PIC X(20).
009500     02  TR-FY-PROD              PIC 9(04).
009600     02  TR-TRAN-CODE            PIC X(01).
009700         88  TR-RECEIPT                  VALUE 'R'.
009800         88  TR-SALE                     VALUE 'S'.
009900         88  TR-ADJUSTMENT               VALUE 'A'.
010000         88  TR-LEGACY-RECEIPT           VALUE ' '.
010100     02  TR-QUANTITY-SIGN        PIC X(01).
010200     02  TR-QUANTITY             PIC 9(05).
010300     02  TR-DEALER-ID            PIC X(05).
010400     02  FILLER                  PIC X(28).
010500
010600* ************************************************************** *
010700* HEADER/TRAILER CONTROL RECORD VIEW, AS DESCRIBED IN CARPOST.   *
010800* ************************************************************** *
010900 01  FEED-HEADER-VIEW.
011000     02  FHV-LITERAL             PIC X(08).
011100         88  FHV-IS-HEADER               VALUE 'HEADER  '.
011200         88  FHV-IS-TRAILER              VALUE 'TRAILER '.
011300     02  FHV-DATE                PIC 9(08).
011400     02  FILLER REDEFINES FHV-DATE.
011500         03  FHV-CCYYMM          PIC 9(06).
011600         03  FILLER              PIC 9(02).
011700     02  FHV-GENERATION          PIC X(06).
011800     02  FILLER                  PIC X(58).
011900
012000 FD  REPORT-FILE
012100     LABEL RECORDS ARE OMITTED
012200     RECORD CONTAINS 132 CHARACTERS
012300     BLOCK CONTAINS 0 RECORDS
012400     DATA RECORD IS REPORT-LINE.
012500 01  REPORT-LINE                 PIC X(132).
012600
012700* ************************************************************** *
012800* ONE RECORD PER SNAPSHOT MODEL OR FEED MOVEMENT: SOURCE 1 FOR   *
012900* THE OPENING SNAPSHOT, 2 FOR A FEED TRANSACTION AND 3 FOR THE   *
013000* CLOSING SNAPSHOT, SO EACH MODEL COMES BACK IN THAT ORDER.      *
013100* ************************************************************** *
013200 SD  SORT-WORK-FILE
013300     RECORD CONTAINS 100 CHARACTERS
013400     DATA RECORD IS SORT-RECORD.
013500 01  SORT-RECORD.
013600     02  SR-CAR-MAKE             PIC X(16).
013700     02  SR-CAR-MODEL            PIC X(20).
013800     02  SR-SOURCE               PIC X(01).
013900         88  SR-OPENING                      VALUE '1'.
014000         88  SR-MOVEMENT                     VALUE '2'.
014100         88  SR-CLOSING                      VALUE '3'.
014200     02  SR-QUANTITY             PIC S9(07).
014300     02  SR-RECEIPTS             PIC S9(07).
014400     02  SR-SALES                PIC S9(07).
014500     02  SR-ADJUSTMENTS          PIC S9(07).
014600     02  SR-VALUE                PIC S9(09)V99.
014700     02  SR-PRICED               PIC X(01).
014800     02  FILLER                  PIC X(23).
014900
015000 WORKING-STORAGE SECTION.
015100 77  FEED-EOF-SWITCH             PIC X(01)   VALUE 'N'.
015200     88  FEED-EOF                            VALUE 'Y'.
015300 77  SNAP-EOF-SWITCH             PIC X(01)   VALUE 'N'.
015400     88  SNAP-EOF                            VALUE 'Y'.
015500 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
015600     88  SORT-EOF                            VALUE 'Y'.
015700 77  HAS-OPENING-SW              PIC X(01)   VALUE 'N'.
015800     88  HAS-OPENING                         VALUE 'Y'.
015900 77  HAS-CLOSING-SW              PIC X(01)   VALUE 'N'.
016000     88  HAS-CLOSING                         VALUE 'Y'.
016100 77  UNPRICED-SW                 PIC X(01)   VALUE 'N'.
016200     88  MODEL-UNPRICED                      VALUE 'Y'.
016300
016400 77  SNAPSHOT-READ-COUNTER       PIC S9(8) COMP VALUE ZERO.
016500 77  FEED-READ-COUNTER           PIC S9(8) COMP VALUE ZERO.
016600 77  MOVEMENT-COUNTER            PIC S9(8) COMP VALUE ZERO.
016700 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
016800 77  GENERATION-COUNTER          PIC S9(8) COMP VALUE ZERO.
016900 77  OUT-OF-SPAN-COUNTER         PIC S9(8) COMP VALUE ZERO.
017000 77  MODEL-COUNTER               PIC S9(8) COMP VALUE ZERO.
017100 77  NEW-MODEL-COUNTER           PIC S9(8) COMP VALUE ZERO.
017200 77  GONE-MODEL-COUNTER          PIC S9(8) COMP VALUE ZERO.
017300 77  UNEXPLAINED-COUNTER         PIC S9(8) COMP VALUE ZERO.
017400 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
017500
017600 01  WS-SIGNED-UNITS             PIC S9(7)   VALUE ZERO.
017700 01  WS-EXPECTED                 PIC S9(9) COMP-3 VALUE ZERO.
017800
017900 01  MODEL-OPEN-QTY              PIC S9(7) COMP-3 VALUE ZERO.
018000 01  MODEL-RECEIPTS              PIC S9(7) COMP-3 VALUE ZERO.
018100 01  MODEL-SALES                 PIC S9(7) COMP-3 VALUE ZERO.
018200 01  MODEL-ADJUSTMENTS           PIC S9(7) COMP-3 VALUE ZERO.
018300 01  MODEL-CLOSE-QTY             PIC S9(7) COMP-3 VALUE ZERO.
018400 01  MODEL-UNEXPLAINED           PIC S9(7) COMP-3 VALUE ZERO.
018500 01  MODEL-OPEN-VALUE            PIC S9(9)V99 COMP-3 VALUE ZERO.
018600 01  MODEL-CLOSE-VALUE           PIC S9(9)V99 COMP-3 VALUE ZERO.
018700 01  MODEL-VALUE-CHANGE          PIC S9(9)V99 COMP-3 VALUE ZERO.
018800
018900 01  TOTAL-OPEN-QTY              PIC S9(9) COMP-3 VALUE ZERO.
019000 01  TOTAL-RECEIPTS              PIC S9(9) COMP-3 VALUE ZERO.
019100 01  TOTAL-SALES                 PIC S9(9) COMP-3 VALUE ZERO.
019200 01  TOTAL-ADJUSTMENTS           PIC S9(9) COMP-3 VALUE ZERO.
019300 01  TOTAL-CLOSE-QTY             PIC S9(9) COMP-3 VALUE ZERO.
019400 01  TOTAL-UNEXPLAINED           PIC S9(9) COMP-3 VALUE ZERO.
019500 01  TOTAL-OPEN-VALUE            PIC S9(11)V99 COMP-3 VALUE ZERO.
019600 01  TOTAL-CLOSE-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.
019700 01  TOTAL-VALUE-CHANGE          PIC S9(11)V99 COMP-3 VALUE ZERO.
019800
019900 01  WS-CURRENT-MAKE             PIC X(16)   VALUE SPACES.
020000 01  WS-CURRENT-MODEL            PIC X(20)   VALUE SPACES.
020100 01  WS-SNAP-PERIOD              PIC X(06)   VALUE SPACES.
020200 01  WS-SNAP-SOURCE              PIC X(01)   VALUE SPACES.
020300 01  WS-FIRST-FEED-DATE          PIC 9(08)   VALUE ZERO.
020400 01  WS-LAST-FEED-DATE           PIC 9(08)   VALUE ZERO.
020500
020600 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
020700 01  FILLER REDEFINES WS-RUN-DATE.
020800     02  WS-RUN-YY               PIC 9(02).
020900     02  WS-RUN-MM               PIC 9(02).
021000     02  WS-RUN-DD               PIC 9(02).
021100 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
021200 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
021300     02  WS-RUN-CCYY             PIC 9(04).
021400     02  WS-RUN-CMM              PIC 9(02).
021500     02  WS-RUN-CDD              PIC 9(02).
021600
021700 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
021800
021900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
022000 01  SNAPSHOT-FILE               COPY VSAMIOFB.
022100
022200* ************************************************************** *
022300* MONTH-END SNAPSHOT (DDNAME CARSNAP, KEYED BY PERIOD AND        *
022400* SEQUENCE NUMBER), ALSO DESCRIBED IN CARMEND.                   *
022500* ************************************************************** *
022600 01  SNAPSHOT-RECORD.
022700     02  CSR-KEY.
022800         03  CSR-PERIOD          PIC X(06).
022900         03  CSR-SEQUENCE        PIC 9(05).
023000     02  CSR-CAR-MAKE            PIC X(16).
023050     02  CSR-CAR-MODEL           PIC X(20).
023100     02  CSR-FY-PROD             PIC 9(04).
023200     02  CSR-QUANTITY            PIC 9(05) COMP-3.
023300     02  CSR-UNIT-COST           PIC 9(05)V99 COMP-3.
023400     02  CSR-EXTENDED-VALUE      PIC 9(09)V99 COMP-3.
023500     02  CSR-VINS-ON-HAND        PIC 9(05) COMP-3.
023600     02  CSR-PRICED              PIC X(01).
023700     02  CSR-SNAPSHOT-DATE       PIC 9(08).
023800     02  FILLER                  PIC X(24).
023900
024000 01  HEADING-LINE-1.
024100     02  FILLER                  PIC X(38)   VALUE
024200         'CARMCMP - CAR INVENTORY MOVEMENT FROM '.
024300     02  HL1-OPEN-PERIOD         PIC X(06).
024400     02  FILLER                  PIC X(04)   VALUE ' TO '.
024500     02  HL1-CLOSE-PERIOD        PIC X(06).
024600     02  FILLER                  PIC X(12)   VALUE
024700         '   RUN DATE '.
024800     02  HL1-RUN-DATE            PIC 9(08).
024900     02  FILLER                  PIC X(58)   VALUE SPACES.
025000
025100 01  HEADING-LINE-2.
025200     02  FILLER                  PIC X(38)   VALUE
025300         'MAKE             MODEL'.
025400     02  FILLER                  PIC X(06)   VALUE '  OPEN'.
025500     02  FILLER                  PIC X(07)   VALUE ' RECPTS'.
025600     02  FILLER                  PIC X(07)   VALUE '  SALES'.
025700     02  FILLER                  PIC X(08)   VALUE '  ADJUST'.
025800     02  FILLER                  PIC X(07)   VALUE '  CLOSE'.
025900     02  FILLER                  PIC X(09)   VALUE ' UNEXPLND'.
026000     02  FILLER                  PIC X(14)   VALUE
026100         '    OPEN VALUE'.
026200     02  FILLER                  PIC X(14)   VALUE
026300         '   CLOSE VALUE'.
026400     02  FILLER                  PIC X(15)   VALUE
026500         '   VALUE CHANGE'.
026600     02  FILLER                  PIC X(07)   VALUE ' NOTE'.
026700
026800 01  DETAIL-LINE.
026900     02  DL-CAR-MAKE             PIC X(16).
027000     02  FILLER                  PIC X(01)   VALUE SPACES.
027100     02  DL-CAR-MODEL            PIC X(20).
027200     02  FILLER                  PIC X(01)   VALUE SPACES.
027300     02  DL-OPEN-QTY             PIC ZZ,ZZ9.
027400     02  FILLER                  PIC X(01)   VALUE SPACES.
027500     02  DL-RECEIPTS             PIC ZZ,ZZ9.
027600     02  FILLER                  PIC X(01)   VALUE SPACES.
027700     02  DL-SALES                PIC ZZ,ZZ9.
027800     02  FILLER                  PIC X(01)   VALUE SPACES.
027900     02  DL-ADJUSTMENTS          PIC ZZ,ZZ9-.
028000     02  FILLER                  PIC X(01)   VALUE SPACES.
028100     02  DL-CLOSE-QTY            PIC ZZ,ZZ9.
028200     02  FILLER                  PIC X(01)   VALUE SPACES.
028300     02  DL-UNEXPLAINED          PIC ZZ,ZZ9-.
028400     02  DL-FLAG                 PIC X(01).
028500     02  FILLER                  PIC X(01)   VALUE SPACES.
028600     02  DL-OPEN-VALUE           PIC ZZ,ZZZ,ZZ9.99.
028700     02  FILLER                  PIC X(01)   VALUE SPACES.
028800     02  DL-CLOSE-VALUE          PIC ZZ,ZZZ,ZZ9.99.
028900     02  FILLER                  PIC X(01)   VALUE SPACES.
029000     02  DL-VALUE-CHANGE         PIC ZZ,ZZZ,ZZ9.99-.
029100     02  FILLER                  PIC X(01)   VALUE SPACES.
029200     02  DL-NOTE                 PIC X(06).
029300
029400 01  TOTAL-LINE.
029500     02  FILLER                  PIC X(37)   VALUE
029600         'TOTAL - ALL MODELS'.
029700     02  TL-OPEN-QTY             PIC ZZZ,ZZ9.
029800     02  TL-RECEIPTS             PIC ZZZ,ZZ9.
029900     02  TL-SALES                PIC ZZZ,ZZ9.
030000     02  TL-ADJUSTMENTS          PIC ZZZ,ZZ9-.
030100     02  TL-CLOSE-QTY            PIC ZZZ,ZZ9.
030200     02  TL-UNEXPLAINED          PIC ZZZ,ZZ9-.
030300     02  TL-FLAG                 PIC X(01).
030400     02  TL-OPEN-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
030500     02  TL-CLOSE-VALUE          PIC ZZZ,ZZZ,ZZ9.99.
030600     02  TL-VALUE-CHANGE         PIC ZZZ,ZZZ,ZZ9.99-.
030700     02  FILLER                  PIC X(07)   VALUE SPACES.
030800
030900 01  COUNT-LINE.
031000     02  CL-LABEL                PIC X(40).
031100     02  CL-COUNT                PIC ZZZ,ZZ9.
031200     02  FILLER                  PIC X(85)   VALUE SPACES.
031300
031400 01  FEED-SPAN-LINE.
031500     02  FILLER                  PIC X(40)   VALUE
031600         'FEED GENERATIONS DATED'.
031700     02  FS-FIRST-DATE           PIC 9(08).
031800     02  FILLER                  PIC X(09)   VALUE ' THROUGH '.
031900     02  FS-LAST-DATE            PIC 9(08).
032000     02  FILLER                  PIC X(67)   VALUE SPACES.
032100
032200 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
032300
032400 PROCEDURE DIVISION.
032500
032600 000-INITIATE.
032700
032800     OPEN INPUT CONTROL-CARD-FILE.
032900     MOVE SPACES TO CONTROL-CARD-RECORD.
033000     READ CONTROL-CARD-FILE
033100         AT END CONTINUE
033200     END-READ.
033300     CLOSE CONTROL-CARD-FILE.
033400
033500     IF CC-OPEN-PERIOD NOT NUMERIC
033600     OR NOT CC-OPEN-MM-VALID
033700     OR CC-CLOSE-PERIOD NOT NUMERIC
033800     OR NOT CC-CLOSE-MM-VALID
033900         DISPLAY 'CARMCMP: SYSIN PERIODS MUST BE CCYYMM CCYYMM - '
034000                 CC-OPEN-PERIOD ' ' CC-CLOSE-PERIOD
034100         MOVE +8 TO RETURN-CODE
034200         STOP RUN.
034300*    END-IF.
034400
034500     IF CC-CLOSE-PERIOD-N NOT GREATER THAN CC-OPEN-PERIOD-N
034600         DISPLAY 'CARMCMP: CLOSING PERIOD ' CC-CLOSE-PERIOD
034700                 ' MUST BE LATER THAN OPENING PERIOD '
034800                 CC-OPEN-PERIOD
034900         MOVE +8 TO RETURN-CODE
035000         STOP RUN.
035100*    END-IF.
035200
035300     ACCEPT WS-RUN-DATE FROM DATE.
035400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
035500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
035600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
035700     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
035800     MOVE WS-RUN-MM TO WS-RUN-CMM.
035900     MOVE WS-RUN-DD TO WS-RUN-CDD.
036000
036100     MOVE 'CARSNAP' TO VSIO-DDNAME OF SNAPSHOT-FILE.
036200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SNAPSHOT-FILE.
036300     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF SNAPSHOT-FILE.
036400     MOVE VSIO-INPUT TO VSIO-MODE OF SNAPSHOT-FILE.
036500     MOVE +100 TO VSIO-RECORD-LENGTH OF SNAPSHOT-FILE.
036600     MOVE +0 TO VSIO-KEY-POSITION OF SNAPSHOT-FILE.
036700     MOVE +11 TO VSIO-KEY-LENGTH OF SNAPSHOT-FILE.
036800     MOVE VSIO-OPEN TO VSIO-COMMAND.
036900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037000                         SNAPSHOT-FILE,
037100                         SNAPSHOT-RECORD.
037200*    END-CALL.
037300     IF NOT VSIO-SUCCESS
037400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037500         MOVE +8 TO RETURN-CODE
037600         STOP RUN.
037700*    END-IF.
037800
037900     MOVE CC-OPEN-PERIOD TO WS-SNAP-PERIOD.
038000     PERFORM 050-CHECK-PERIOD THRU 059-EXIT.
038100     MOVE CC-CLOSE-PERIOD TO WS-SNAP-PERIOD.
038200     PERFORM 050-CHECK-PERIOD THRU 059-EXIT.
038300     IF ERROR-COUNTER GREATER THAN ZERO
038400         MOVE VSIO-CLOSE TO VSIO-COMMAND
038500         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038600                             SNAPSHOT-FILE,
038700                             SNAPSHOT-RECORD
038800         MOVE +8 TO RETURN-CODE
038900         STOP RUN.
039000*    END-IF.
039100
039200     OPEN INPUT TRANSACTION-DATA.
039300     OPEN OUTPUT REPORT-FILE.
039400     MOVE CC-OPEN-PERIOD TO HL1-OPEN-PERIOD.
039500     MOVE CC-CLOSE-PERIOD TO HL1-CLOSE-PERIOD.
039600     MOVE WS-RUN-CCYYMMDD TO HL1-RUN-DATE.
039700     WRITE REPORT-LINE FROM HEADING-LINE-1.
039800     WRITE REPORT-LINE FROM BLANK-LINE.
039900     WRITE REPORT-LINE FROM HEADING-LINE-2.
040000     WRITE REPORT-LINE FROM BLANK-LINE.
040100
040200 010-PROCESS.
040300
040400     SORT SORT-WORK-FILE
040500         ON ASCENDING KEY SR-CAR-MAKE
040600                          SR-CAR-MODEL
040700                          SR-SOURCE
040800         INPUT PROCEDURE IS 100-GATHER-MOVEMENT
040900         OUTPUT PROCEDURE IS 200-PRINT-MOVEMENT.
041000
041100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
041200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041300                         SNAPSHOT-FILE,
041400                         SNAPSHOT-RECORD.
041500*    END-CALL.
041600
041700 020-TERMINATE.
041800
041900     WRITE REPORT-LINE FROM BLANK-LINE.
042000     MOVE TOTAL-OPEN-QTY TO TL-OPEN-QTY.
042100     MOVE TOTAL-RECEIPTS TO TL-RECEIPTS.
042200     MOVE TOTAL-SALES TO TL-SALES.
042300     MOVE TOTAL-ADJUSTMENTS TO TL-ADJUSTMENTS.
042400     MOVE TOTAL-CLOSE-QTY TO TL-CLOSE-QTY.
042500     MOVE TOTAL-UNEXPLAINED TO TL-UNEXPLAINED.
042600     IF UNEXPLAINED-COUNTER GREATER THAN ZERO
042700         MOVE '*' TO TL-FLAG
042800     ELSE
042900         MOVE SPACE TO TL-FLAG.
043000*    END-IF.
043100     MOVE TOTAL-OPEN-VALUE TO TL-OPEN-VALUE.
043200     MOVE TOTAL-CLOSE-VALUE TO TL-CLOSE-VALUE.
043300     MOVE TOTAL-VALUE-CHANGE TO TL-VALUE-CHANGE.
043400     WRITE REPORT-LINE FROM TOTAL-LINE.
043500
043600     WRITE REPORT-LINE FROM BLANK-LINE.
043700     MOVE 'MODELS COMPARED' TO CL-LABEL.
043800     MOVE MODEL-COUNTER TO CL-COUNT.
043900     WRITE REPORT-LINE FROM COUNT-LINE.
044000     MOVE 'MODELS NOT IN OPENING SNAPSHOT' TO CL-LABEL.
044100     MOVE NEW-MODEL-COUNTER TO CL-COUNT.
044200     WRITE REPORT-LINE FROM COUNT-LINE.
044300     MOVE 'MODELS NOT IN CLOSING SNAPSHOT' TO CL-LABEL.
044400     MOVE GONE-MODEL-COUNTER TO CL-COUNT.
044500     WRITE REPORT-LINE FROM COUNT-LINE.
044600     MOVE 'MODELS WITH UNEXPLAINED DIFFERENCE' TO CL-LABEL.
044700     MOVE UNEXPLAINED-COUNTER TO CL-COUNT.
044800     WRITE REPORT-LINE FROM COUNT-LINE.
044900     MOVE 'FEED RECORDS READ' TO CL-LABEL.
045000     MOVE FEED-READ-COUNTER TO CL-COUNT.
045100     WRITE REPORT-LINE FROM COUNT-LINE.
045200     MOVE 'FEED MOVEMENTS APPLIED' TO CL-LABEL.
045300     MOVE MOVEMENT-COUNTER TO CL-COUNT.
045400     WRITE REPORT-LINE FROM COUNT-LINE.
045500     MOVE 'FEED RECORDS SKIPPED' TO CL-LABEL.
045600     MOVE SKIPPED-COUNTER TO CL-COUNT.
045700     WRITE REPORT-LINE FROM COUNT-LINE.
045800     MOVE 'FEED GENERATIONS READ' TO CL-LABEL.
045900     MOVE GENERATION-COUNTER TO CL-COUNT.
046000     WRITE REPORT-LINE FROM COUNT-LINE.
046100     IF GENERATION-COUNTER GREATER THAN ZERO
046200         MOVE WS-FIRST-FEED-DATE TO FS-FIRST-DATE
046300         MOVE WS-LAST-FEED-DATE TO FS-LAST-DATE
046400         WRITE REPORT-LINE FROM FEED-SPAN-LINE.
046500*    END-IF.
046600     MOVE 'FEED GENERATIONS DATED OUTSIDE THE SPAN' TO CL-LABEL.
046700     MOVE OUT-OF-SPAN-COUNTER TO CL-COUNT.
046800     WRITE REPORT-LINE FROM COUNT-LINE.
046900
047000     CLOSE TRANSACTION-DATA.
047100     CLOSE REPORT-FILE.
047200
047300     IF ERROR-COUNTER GREATER THAN ZERO
047400         MOVE +8 TO RETURN-CODE
047500     ELSE
047600         IF UNEXPLAINED-COUNTER GREATER THAN ZERO
047700         OR OUT-OF-SPAN-COUNTER GREATER THAN ZERO
047800             MOVE +4 TO RETURN-CODE.
047900*        END-IF
048000*    END-IF.
048100
048200     DISPLAY 'CARMCMP: SNAPSHOT RECORDS READ:'
048300             SNAPSHOT-READ-COUNTER.
048400     DISPLAY 'CARMCMP: FEED RECORDS READ:    ' FEED-READ-COUNTER.
048500     DISPLAY 'CARMCMP: FEED RECORDS SKIPPED: ' SKIPPED-COUNTER.
048600     DISPLAY 'CARMCMP: MODELS COMPARED:      ' MODEL-COUNTER.
048700     DISPLAY 'CARMCMP: UNEXPLAINED:          '
048800             UNEXPLAINED-COUNTER.
048900     DISPLAY 'CARMCMP: ERRORS:               ' ERROR-COUNTER.
049000     STOP RUN.
049100
049200* ************************************************************** *
049300* CONFIRMS THAT CARMEND HAS FROZEN A SNAPSHOT FOR WS-SNAP-PERIOD *
049400* BY POSITIONING TO ITS FIRST RECORD.                            *
049500* ************************************************************** *
049600 050-CHECK-PERIOD.
049700
049800     MOVE SPACES TO SNAPSHOT-RECORD.
049900     MOVE WS-SNAP-PERIOD TO CSR-PERIOD.
049950     MOVE ZERO TO CSR-SEQUENCE.
050000     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
050100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050200                         SNAPSHOT-FILE,
050300                         SNAPSHOT-RECORD.
050400*    END-CALL.
050500     IF VSIO-SUCCESS
050550         MOVE SPACES TO SNAPSHOT-RECORD
050600         MOVE VSIO-READ TO VSIO-COMMAND
050700         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050800                             SNAPSHOT-FILE,
050900                             SNAPSHOT-RECORD
051000     END-IF.
051100
051200     IF VSIO-SUCCESS
051300     AND CSR-PERIOD EQUAL WS-SNAP-PERIOD
051400         GO TO 059-EXIT.
051500*    END-IF.
051600
051700     IF VSIO-SUCCESS
051800     OR VSIO-END-OF-FILE
051900     OR VSIO-RECORD-NOT-FOUND
052000         DISPLAY 'CARMCMP: NO MONTH-END SNAPSHOT ON CARSNAP FOR '
052100                 WS-SNAP-PERIOD
052200         MOVE +0 TO VSIO-RETURN-CODE
052300     ELSE
052400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
052500*    END-IF.
052600     ADD +1 TO ERROR-COUNTER.
052700
052800 059-EXIT.
052900     EXIT.
053000
053100* ************************************************************** *
053200* SORT INPUT PROCEDURE - RELEASES THE OPENING SNAPSHOT, EVERY    *
053300* MOVEMENT ON THE FEED, AND THE CLOSING SNAPSHOT.                *
053400* ************************************************************** *
053500 100-GATHER-MOVEMENT SECTION.
053600
053700 100-GATHER-MOVEMENT-PARA.
053800
053900     MOVE CC-OPEN-PERIOD TO WS-SNAP-PERIOD.
054000     MOVE '1' TO WS-SNAP-SOURCE.
054100     PERFORM 110-RELEASE-SNAPSHOT THRU 119-PARA-EXIT.
054200
054300     PERFORM 130-RELEASE-ONE-MOVEMENT
054400        THRU 139-PARA-EXIT
054500       UNTIL FEED-EOF.
054600*    END-PERFORM.
054700
054800     MOVE CC-CLOSE-PERIOD TO WS-SNAP-PERIOD.
054900     MOVE '3' TO WS-SNAP-SOURCE.
055000     PERFORM 110-RELEASE-SNAPSHOT THRU 119-PARA-EXIT.
055100     GO TO 199-EXIT.
055200
055300* ************************************************************** *
055400* POSITIONS TO THE FIRST SNAPSHOT RECORD OF WS-SNAP-PERIOD AND   *
055500* RELEASES EVERY MODEL IN IT UNDER WS-SNAP-SOURCE.               *
055600* ************************************************************** *
055700 110-RELEASE-SNAPSHOT.
055800
055900     MOVE 'N' TO SNAP-EOF-SWITCH.
056000     MOVE SPACES TO SNAPSHOT-RECORD.
056100     MOVE WS-SNAP-PERIOD TO CSR-PERIOD.
056150     MOVE ZERO TO CSR-SEQUENCE.
056200     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
056300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056400                         SNAPSHOT-FILE,
056500                         SNAPSHOT-RECORD.
056600*    END-CALL.
056700     IF NOT VSIO-SUCCESS
056800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056900         ADD +1 TO ERROR-COUNTER
057000         GO TO 119-PARA-EXIT.
057100*    END-IF.
057200
057300     PERFORM 115-RELEASE-ONE-SNAPSHOT
057400        THRU 115-PARA-EXIT
057500       UNTIL SNAP-EOF.
057600*    END-PERFORM.
057700
057800 119-PARA-EXIT.
057900     EXIT.
058000
058100 115-RELEASE-ONE-SNAPSHOT.
058200
058250     MOVE SPACES TO SNAPSHOT-RECORD.
058300     MOVE VSIO-READ TO VSIO-COMMAND.
058400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058500                         SNAPSHOT-FILE,
058600                         SNAPSHOT-RECORD.
058700*    END-CALL.
058800     IF NOT VSIO-SUCCESS
058900         MOVE 'Y' TO SNAP-EOF-SWITCH
059000         IF VSIO-END-OF-FILE
059100             MOVE +0 TO VSIO-RETURN-CODE
059200             GO TO 115-PARA-EXIT
059300         ELSE
059400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059500             ADD +1 TO ERROR-COUNTER
059600             GO TO 115-PARA-EXIT.
059700*        END-IF
059800*    END-IF.
059900
060000     IF CSR-PERIOD NOT EQUAL WS-SNAP-PERIOD
060100         MOVE 'Y' TO SNAP-EOF-SWITCH
060200         GO TO 115-PARA-EXIT.
060300*    END-IF.
060400
060500     ADD +1 TO SNAPSHOT-READ-COUNTER.
060600     MOVE SPACES TO SORT-RECORD.
060700     MOVE CSR-CAR-MAKE TO SR-CAR-MAKE.
060800     MOVE CSR-CAR-MODEL TO SR-CAR-MODEL.
060900     MOVE WS-SNAP-SOURCE TO SR-SOURCE.
061000     MOVE CSR-QUANTITY TO SR-QUANTITY.
061100     MOVE ZERO TO SR-RECEIPTS.
061200     MOVE ZERO TO SR-SALES.
061300     MOVE ZERO TO SR-ADJUSTMENTS.
061400     MOVE CSR-EXTENDED-VALUE TO SR-VALUE.
061500     MOVE CSR-PRICED TO SR-PRICED.
061600     RELEASE SORT-RECORD.
061700
061800 115-PARA-EXIT.
061900     EXIT.
062000
062100* ************************************************************** *
062200* ONE FEED RECORD.  HEADER RECORDS ARE COUNTED AS GENERATIONS    *
062300* AND THEIR DATES CHECKED AGAINST THE SPAN; TRAILERS, UNKNOWN    *
062400* CODES AND BAD QUANTITIES ARE SKIPPED.  A LEGACY RECORD IS ONE  *
062500* UNIT RECEIVED, AS IN CARPOST.                                  *
062600* ************************************************************** *
062700 130-RELEASE-ONE-MOVEMENT.
062800
062900     READ TRANSACTION-DATA
063000         AT END
063100             MOVE 'Y' TO FEED-EOF-SWITCH
063200             GO TO 139-PARA-EXIT.
063300*    END-READ.
063400
063500     ADD +1 TO FEED-READ-COUNTER.
063600
063700     IF FHV-IS-HEADER
063800         PERFORM 140-CHECK-GENERATION THRU 149-PARA-EXIT
063900         GO TO 139-PARA-EXIT.
064000*    END-IF.
064100     IF FHV-IS-TRAILER
064200         GO TO 139-PARA-EXIT.
064300*    END-IF.
064400
064500     MOVE SPACES TO SORT-RECORD.
064600     MOVE TR-CAR-MAKE TO SR-CAR-MAKE.
064700     MOVE TR-CAR-MODEL TO SR-CAR-MODEL.
064800     MOVE '2' TO SR-SOURCE.
064900     MOVE ZERO TO SR-QUANTITY.
065000     MOVE ZERO TO SR-RECEIPTS.
065100     MOVE ZERO TO SR-SALES.
065200     MOVE ZERO TO SR-ADJUSTMENTS.
065300     MOVE ZERO TO SR-VALUE.
065400
065500     IF TR-LEGACY-RECEIPT
065600         MOVE +1 TO SR-RECEIPTS
065700         GO TO 138-RELEASE.
065800*    END-IF.
065900
066000     IF TR-QUANTITY NOT NUMERIC
066100     OR TR-QUANTITY EQUAL ZERO
066200         ADD +1 TO SKIPPED-COUNTER
066300         GO TO 139-PARA-EXIT.
066400*    END-IF.
066500
066600     EVALUATE TRUE
066700         WHEN TR-RECEIPT
066800             MOVE TR-QUANTITY TO SR-RECEIPTS
066900         WHEN TR-SALE
067000             MOVE TR-QUANTITY TO SR-SALES
067100         WHEN TR-ADJUSTMENT
067200             IF TR-QUANTITY-SIGN EQUAL '-'
067300                 COMPUTE SR-ADJUSTMENTS = ZERO - TR-QUANTITY
067400             ELSE
067500                 MOVE TR-QUANTITY TO SR-ADJUSTMENTS
067600             END-IF
067700         WHEN OTHER
067800             ADD +1 TO SKIPPED-COUNTER
067900             GO TO 139-PARA-EXIT
068000     END-EVALUATE.
068100
068200 138-RELEASE.
068300     ADD +1 TO MOVEMENT-COUNTER.
068400     RELEASE SORT-RECORD.
068500
068600 139-PARA-EXIT.
068700     EXIT.
068800
068900* ************************************************************** *
069000* A GENERATION BELONGS TO THE SPAN WHEN ITS HEADER IS DATED      *
069100* AFTER THE OPENING MONTH AND NOT AFTER THE CLOSING MONTH.       *
069200* ************************************************************** *
069300 140-CHECK-GENERATION.
069400
069500     ADD +1 TO GENERATION-COUNTER.
069600     IF FHV-DATE NOT NUMERIC
069700         ADD +1 TO OUT-OF-SPAN-COUNTER
069800         GO TO 149-PARA-EXIT.
069900*    END-IF.
070000
070100     IF WS-FIRST-FEED-DATE EQUAL ZERO
070200     OR FHV-DATE LESS THAN WS-FIRST-FEED-DATE
070300         MOVE FHV-DATE TO WS-FIRST-FEED-DATE.
070400*    END-IF.
070500     IF FHV-DATE GREATER THAN WS-LAST-FEED-DATE
070600         MOVE FHV-DATE TO WS-LAST-FEED-DATE.
070700*    END-IF.
070800
070900     IF FHV-CCYYMM NOT GREATER THAN CC-OPEN-PERIOD-N
071000     OR FHV-CCYYMM GREATER THAN CC-CLOSE-PERIOD-N
071100         DISPLAY 'CARMCMP: FEED GENERATION ' FHV-GENERATION
071200                 ' DATED ' FHV-DATE ' IS OUTSIDE THE SPAN'
071300         ADD +1 TO OUT-OF-SPAN-COUNTER.
071400*    END-IF.
071500
071600 149-PARA-EXIT.
071700     EXIT.
071800
071900 199-EXIT.
072000     EXIT.
072100
072200* ************************************************************** *
072300* SORT OUTPUT PROCEDURE - ONE MOVEMENT LINE PER MAKE/MODEL.      *
072400* ************************************************************** *
072500 200-PRINT-MOVEMENT SECTION.
072600
072700 200-PRINT-MOVEMENT-PARA.
072800
072900     PERFORM 215-RETURN-RECORD THRU 215-PARA-EXIT.
073000     PERFORM 210-PRINT-ONE-MODEL
073100        THRU 219-PARA-EXIT
073200       UNTIL SORT-EOF.
073300*    END-PERFORM.
073400     GO TO 299-EXIT.
073500
073600* ************************************************************** *
073700* SORT-RECORD HOLDS THE MODEL'S FIRST RECORD ON ENTRY, AND THE   *
073800* FIRST RECORD OF THE NEXT MODEL ON EXIT.                        *
073900* ************************************************************** *
074000 210-PRINT-ONE-MODEL.
074100
074200     MOVE SR-CAR-MAKE TO WS-CURRENT-MAKE.
074300     MOVE SR-CAR-MODEL TO WS-CURRENT-MODEL.
074400     MOVE 'N' TO HAS-OPENING-SW.
074500     MOVE 'N' TO HAS-CLOSING-SW.
074600     MOVE 'N' TO UNPRICED-SW.
074700     MOVE ZERO TO MODEL-OPEN-QTY.
074800     MOVE ZERO TO MODEL-RECEIPTS.
074900     MOVE ZERO TO MODEL-SALES.
075000     MOVE ZERO TO MODEL-ADJUSTMENTS.
075100     MOVE ZERO TO MODEL-CLOSE-QTY.
075200     MOVE ZERO TO MODEL-OPEN-VALUE.
075300     MOVE ZERO TO MODEL-CLOSE-VALUE.
075400
075500     PERFORM 220-ADD-ONE-RECORD
075600        THRU 229-PARA-EXIT
075700       UNTIL SORT-EOF
075800          OR SR-CAR-MAKE NOT EQUAL WS-CURRENT-MAKE
075900          OR SR-CAR-MODEL NOT EQUAL WS-CURRENT-MODEL.
076000*    END-PERFORM.
076100
076200     ADD +1 TO MODEL-COUNTER.
076300     COMPUTE WS-EXPECTED = MODEL-OPEN-QTY + MODEL-RECEIPTS
076400                         - MODEL-SALES + MODEL-ADJUSTMENTS.
076500     COMPUTE MODEL-UNEXPLAINED = MODEL-CLOSE-QTY - WS-EXPECTED.
076600     COMPUTE MODEL-VALUE-CHANGE =
076700         MODEL-CLOSE-VALUE - MODEL-OPEN-VALUE.
076800
076900     MOVE SPACES TO DL-NOTE.
077000     IF NOT HAS-OPENING
077100         MOVE 'NEW' TO DL-NOTE
077200         ADD +1 TO NEW-MODEL-COUNTER.
077300*    END-IF.
077400     IF NOT HAS-CLOSING
077500         MOVE 'GONE' TO DL-NOTE
077600         ADD +1 TO GONE-MODEL-COUNTER.
077700*    END-IF.
077800     IF MODEL-UNPRICED
077900     AND DL-NOTE EQUAL SPACES
078000         MOVE 'NOCOST' TO DL-NOTE.
078100*    END-IF.
078200
078300     IF MODEL-UNEXPLAINED NOT EQUAL ZERO
078400         MOVE '*' TO DL-FLAG
078500         ADD +1 TO UNEXPLAINED-COUNTER
078600     ELSE
078700         MOVE SPACE TO DL-FLAG.
078800*    END-IF.
078900
079000     MOVE WS-CURRENT-MAKE TO DL-CAR-MAKE.
079100     MOVE WS-CURRENT-MODEL TO DL-CAR-MODEL.
079200     MOVE MODEL-OPEN-QTY TO DL-OPEN-QTY.
079300     MOVE MODEL-RECEIPTS TO DL-RECEIPTS.
079400     MOVE MODEL-SALES TO DL-SALES.
079500     MOVE MODEL-ADJUSTMENTS TO DL-ADJUSTMENTS.
079600     MOVE MODEL-CLOSE-QTY TO DL-CLOSE-QTY.
079700     MOVE MODEL-UNEXPLAINED TO DL-UNEXPLAINED.
079800     MOVE MODEL-OPEN-VALUE TO DL-OPEN-VALUE.
079900     MOVE MODEL-CLOSE-VALUE TO DL-CLOSE-VALUE.
080000     MOVE MODEL-VALUE-CHANGE TO DL-VALUE-CHANGE.
080100     WRITE REPORT-LINE FROM DETAIL-LINE.
080200
080300     ADD MODEL-OPEN-QTY TO TOTAL-OPEN-QTY.
080400     ADD MODEL-RECEIPTS TO TOTAL-RECEIPTS.
080500     ADD MODEL-SALES TO TOTAL-SALES.
080600     ADD MODEL-ADJUSTMENTS TO TOTAL-ADJUSTMENTS.
080700     ADD MODEL-CLOSE-QTY TO TOTAL-CLOSE-QTY.
080800     ADD MODEL-UNEXPLAINED TO TOTAL-UNEXPLAINED.
080900     ADD MODEL-OPEN-VALUE TO TOTAL-OPEN-VALUE.
081000     ADD MODEL-CLOSE-VALUE TO TOTAL-CLOSE-VALUE.
081100     ADD MODEL-VALUE-CHANGE TO TOTAL-VALUE-CHANGE.
081200
081300 219-PARA-EXIT.
081400     EXIT.
081500
081600 215-RETURN-RECORD.
081700
081800     RETURN SORT-WORK-FILE
081900         AT END
082000             MOVE 'Y' TO SORT-EOF-SWITCH.
082100*    END-RETURN.
082200
082300 215-PARA-EXIT.
082400     EXIT.
082500
082600 220-ADD-ONE-RECORD.
082700
082800     EVALUATE TRUE
082900         WHEN SR-OPENING
083000             MOVE 'Y' TO HAS-OPENING-SW
083100             ADD SR-QUANTITY TO MODEL-OPEN-QTY
083200             ADD SR-VALUE TO MODEL-OPEN-VALUE
083300             IF SR-PRICED EQUAL 'N'
083400                 MOVE 'Y' TO UNPRICED-SW
083500             END-IF
083600         WHEN SR-MOVEMENT
083700             ADD SR-RECEIPTS TO MODEL-RECEIPTS
083800             ADD SR-SALES TO MODEL-SALES
083900             ADD SR-ADJUSTMENTS TO MODEL-ADJUSTMENTS
084000         WHEN SR-CLOSING
084100             MOVE 'Y' TO HAS-CLOSING-SW
084200             ADD SR-QUANTITY TO MODEL-CLOSE-QTY
084300             ADD SR-VALUE TO MODEL-CLOSE-VALUE
084400             IF SR-PRICED EQUAL 'N'
084500                 MOVE 'Y' TO UNPRICED-SW
084600             END-IF
084700     END-EVALUATE.
084800
084900     PERFORM 215-RETURN-RECORD THRU 215-PARA-EXIT.
085000
085100 229-PARA-EXIT.
085200     EXIT.
085300
085400 299-EXIT.
085500     EXIT.
085600
085700* ************************************************************** *
085800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
085900* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
086000* PROGRAM IN THIS SUITE.                                         *
086100* ************************************************************** *
086200 500-DISPLAY-UNKNOWN-ERROR SECTION.
086300
086400 500-DISPLAY-PARA.
086500
086600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
086700     EXHIBIT NAMED VSIO-RETURN-CODE.
086800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
086900                   VSIO-VSAM-FUNCTION-CODE,
087000                   VSIO-VSAM-FEEDBACK-CODE.
087100
087200 509-EXIT.
087300     EXIT.
