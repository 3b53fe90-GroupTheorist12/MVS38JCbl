000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PICOUNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* PHYSICAL INVENTORY COUNT ENTRY.  THE VINS THE COUNT CREW      *
000900* SCANNED ON THE LOTS (UT-S-PISCAN) ARE SORTED AND MATCHED      *
001000* AGAINST THE VIN MASTER (VINMSTR), THEN THE COUNT IS COMPARED  *
001100* WITH CMR-QUANTITY ON THE CAR MASTER (CARMSTR).  THE REPORT    *
001200* LISTS:                                                        *
001300*   - UNITS MISSING: ON HAND IN A LOT THAT WAS COUNTED, NOT     *
001400*     SCANNED ANYWHERE;                                         *
001500*   - UNITS FOUND BUT NOT ON FILE: SCANNED, NO VINMSTR RECORD;  *
001600*   - UNITS SCANNED THAT VINMSTR SHOWS SOLD OR WRITTEN OFF, AND *
001700*     UNITS FOUND IN A LOT OTHER THAN THE ONE ON FILE (NOTED    *
001800*     ONLY -- NOTHING IS PROPOSED FOR THESE);                   *
001900*   - QUANTITY VARIANCES: EVERY MAKE/MODEL WHOSE COUNT DIFFERS  *
002000*     FROM CMR-QUANTITY.                                        *
002100*                                                               *
002200* EVERY CORRECTION IS WRITTEN AS A NUMBERED PROPOSAL TO         *
002300* UT-S-PIPROP IN THE LAYOUT PIAPPR READS.  NOTHING IS POSTED    *
002400* HERE: PIAPPR TURNS THE APPROVED PROPOSALS INTO AN ADJUSTMENT  *
002500* FEED THAT GOES THROUGH CAREDIT, CARPOST AND VINPOST LIKE ANY  *
002600* OTHER FEED.  A MISSING UNIT IS PROPOSED AS A ONE-UNIT         *
002700* ADJUSTMENT OUT WITH ITS VIN, A FOUND UNIT AS A ONE-UNIT       *
002800* ADJUSTMENT IN WITH ITS VIN (IT NEEDS THE MAKE AND MODEL ON    *
002900* THE SCAN CARD, AND THE MODEL ON CARMSTR).  WHATEVER QUANTITY  *
003000* VARIANCE THOSE UNIT ADJUSTMENTS DO NOT EXPLAIN IS PROPOSED AS *
003100* A QUANTITY-ONLY ADJUSTMENT -- BUT ONLY WHEN THE COUNT WAS     *
003200* COMPLETE: EVERY LOT HOLDING UNITS ON HAND WAS COUNTED AND     *
003300* EVERY SCAN WAS RESOLVED.  A PARTIAL COUNT STILL PRINTS THE    *
003400* QUANTITY VARIANCES BUT PROPOSES NONE OF THEM.                 *
003500*                                                               *
003600* SCAN CARDS (UT-S-PISCAN):                                     *
003700*   COL  1-17  VIN SCANNED                                      *
003800*   COL 18-21  LOT COUNTED                                      *
003900*   COL 22-37  MAKE    ) NEEDED ONLY FOR A CAR                  *
004000*   COL 38-57  MODEL   ) THAT IS NOT ON VINMSTR                 *
004100*   COL 58-61  PRODUCTION YEAR (OPTIONAL)                       *
004200*                                                               *
004300* RETURN CODE 4 WHEN ANYTHING IS LISTED, 8 ON ANY VSAMIO ERROR  *
004400* OR TABLE OVERFLOW.                                            *
004500*                                                               *
004600* MODIFICATION HISTORY.                                         *
004700*   DATE       INIT  DESCRIPTION                                *
004800*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004900* ************************************************************* *
005000
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
005300 SOURCE-COMPUTER. IBM-370.
005400 OBJECT-COMPUTER. IBM-370.
005500
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800
005900     SELECT SCAN-CARD-FILE
006000         ASSIGN TO UT-S-PISCAN.
006100
006200     SELECT PROPOSAL-FILE
006300         ASSIGN TO UT-S-PIPROP.
006400
006500     SELECT REPORT-FILE
006600         ASSIGN TO UR-1403-S-SYSPRINT.
006700
006800     SELECT SORT-WORK-FILE
006900         ASSIGN TO UT-S-SORTWK01.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  SCAN-CARD-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORD CONTAINS 80 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS SCAN-CARD-RECORD.
007800 01  SCAN-CARD-RECORD.
007900     02  SC-VIN                  PIC X(17).
008000     02  SC-LOT-ID               PIC X(04).
008100     02  SC-CAR-MAKE             PIC X(16).
008200     02  SC-CAR-MODEL            PIC X(20).
008300     02  SC-FY-PROD              PIC X(04).
008400     02  FILLER                  PIC X(19).
008500
008600* ************************************************************** *
008700* COUNT ADJUSTMENT PROPOSAL, ALSO DESCRIBED IN PIAPPR.  TYPE 'M' *
008800* IS A UNIT MISSING, 'F' A UNIT FOUND NOT ON FILE, 'Q' A         *
008900* QUANTITY-ONLY CORRECTION WITH NO VIN.                          *
009000* ************************************************************** *
009100 FD  PROPOSAL-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS
009400     BLOCK CONTAINS 0 RECORDS
009500     DATA RECORD IS PROPOSAL-RECORD.
009600 01  PROPOSAL-RECORD.
009700     02  PP-PROPOSAL-NO          PIC 9(05).
009800     02  PP-TYPE                 PIC X(01).
009900         88  PP-UNIT-MISSING                 VALUE 'M'.
010000         88  PP-UNIT-FOUND                   VALUE 'F'.
010100         88  PP-QUANTITY-ONLY                VALUE 'Q'.
010200     02  PP-CAR-MAKE             PIC X(16).
010300     02  PP-CAR-MODEL            PIC X(20).
010400     02  PP-FY-PROD              PIC 9(04).
010500     02  PP-QUANTITY-SIGN        PIC X(01).
010600     02  PP-QUANTITY             PIC 9(05).
010700     02  PP-VIN                  PIC X(17).
010800     02  PP-LOT-ID               PIC X(04).
010900     02  FILLER                  PIC X(07).
011000
011100 FD  REPORT-FILE
011200     LABEL RECORDS ARE OMITTED
011300     RECORD CONTAINS 132 CHARACTERS
011400     BLOCK CONTAINS 0 RECORDS
011500     DATA RECORD IS REPORT-LINE.
011600 01  REPORT-LINE                 PIC X(132).
011700
011800* ************************************************************** *
011900* ONE RECORD PER SCAN CARD, IN VIN ORDER TO MATCH VINMSTR.       *
012000* ************************************************************** *
012100 SD  SORT-WORK-FILE
012200     RECORD CONTAINS 61 CHARACTERS
012300     DATA RECORD IS SORT-RECORD.
012400 01  SORT-RECORD.
012500     02  SR-VIN                  PIC X(17).
012600     02  SR-LOT-ID               PIC X(04).
012700     02  SR-CAR-MAKE             PIC X(16).
012800     02  SR-CAR-MODEL            PIC X(20).
012900     02  SR-FY-PROD              PIC X(04).
013000
013100 WORKING-STORAGE SECTION.
013200 77  SCAN-EOF-SWITCH             PIC X(01)   VALUE 'N'.
013300     88  SCAN-EOF                            VALUE 'Y'.
013400 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
013500     88  SORT-EOF                            VALUE 'Y'.
013600 77  CMR-EOF-SWITCH              PIC X(01)   VALUE 'N'.
013700     88  CMR-EOF                             VALUE 'Y'.
013800 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
013900     88  WS-FOUND                            VALUE 'Y'.
014000 77  FULL-COUNT-SWITCH           PIC X(01)   VALUE 'N'.
014100     88  FULL-COUNT                          VALUE 'Y'.
014200
014300 77  SCAN-READ-COUNTER           PIC S9(8) COMP VALUE ZERO.
014400 77  BLANK-SCAN-COUNTER          PIC S9(8) COMP VALUE ZERO.
014500 77  DUPLICATE-SCAN-COUNTER      PIC S9(8) COMP VALUE ZERO.
014600 77  VINMSTR-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
014700 77  EXPECTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
014800 77  FOUND-ON-FILE-COUNTER       PIC S9(8) COMP VALUE ZERO.
014900 77  MISSING-COUNTER             PIC S9(8) COMP VALUE ZERO.
015000 77  FOUND-NEW-COUNTER           PIC S9(8) COMP VALUE ZERO.
015100 77  UNRESOLVED-COUNTER          PIC S9(8) COMP VALUE ZERO.
015200 77  REVIEW-COUNTER              PIC S9(8) COMP VALUE ZERO.
015300 77  LOT-MOVE-COUNTER            PIC S9(8) COMP VALUE ZERO.
015400 77  UNCOUNTED-COUNTER           PIC S9(8) COMP VALUE ZERO.
015500 77  VARIANCE-COUNTER            PIC S9(8) COMP VALUE ZERO.
015600 77  PROPOSAL-COUNTER            PIC S9(8) COMP VALUE ZERO.
015700 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
015800
015900 01  WS-COUNTED                  PIC S9(7) COMP-3 VALUE ZERO.
016000 01  WS-BOOK                     PIC S9(7) COMP-3 VALUE ZERO.
016100 01  WS-VARIANCE                 PIC S9(7) COMP-3 VALUE ZERO.
016200 01  WS-UNIT-NET                 PIC S9(7) COMP-3 VALUE ZERO.
016300 01  WS-RESIDUAL                 PIC S9(7) COMP-3 VALUE ZERO.
016400 01  WS-LAST-SCAN-VIN            PIC X(17)   VALUE LOW-VALUES.
016500 01  WS-MASTER-VIN               PIC X(17)   VALUE LOW-VALUES.
016600 01  WS-CHECK-LOT                PIC X(04)   VALUE SPACES.
016700
016800* ************************************************************** *
016900* THE CURRENT SCAN, KEPT OUT OF THE SORT RECORD SO IT CAN BE SET *
017000* TO HIGH-VALUES ONCE THE SCANS RUN OUT.                         *
017100* ************************************************************** *
017200 01  WS-SCAN-RECORD.
017300     02  WS-SCAN-VIN             PIC X(17).
017400     02  WS-SCAN-LOT-ID          PIC X(04).
017500     02  WS-SCAN-CAR-MAKE        PIC X(16).
017600     02  WS-SCAN-CAR-MODEL       PIC X(20).
017700     02  WS-SCAN-FY-PROD         PIC X(04).
017800     02  WS-SCAN-FY-NUMERIC REDEFINES WS-SCAN-FY-PROD
017900                                 PIC 9(04).
018000
018100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
018200 01  FILLER REDEFINES WS-RUN-DATE.
018300     02  WS-RUN-YY               PIC 9(02).
018400     02  WS-RUN-MM               PIC 9(02).
018500     02  WS-RUN-DD               PIC 9(02).
018600 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
018700 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
018800     02  WS-RUN-CCYY             PIC 9(04).
018900     02  WS-RUN-CMM              PIC 9(02).
019000     02  WS-RUN-CDD              PIC 9(02).
019100
019200 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
019300
019400* ************************************************************** *
019500* THE LOTS NAMED ON THE SCAN CARDS.  A UNIT ON HAND IN ANY OTHER *
019600* LOT WAS NOT COUNTED AND CANNOT BE CALLED MISSING.              *
019700* ************************************************************** *
019800 01  LOT-TABLE.
019900     02  LTB-MAX                 PIC S9(4) COMP VALUE +50.
020000     02  LTB-COUNT               PIC S9(4) COMP VALUE ZERO.
020100     02  LTB-IDX                 PIC S9(4) COMP VALUE ZERO.
020200     02  LTB-ENTRY OCCURS 50 TIMES.
020300         03  LTB-LOT-ID          PIC X(04).
020400
020500* ************************************************************** *
020600* PER MAKE/MODEL: UNITS PHYSICALLY COUNTED, AND THE NET OF THE   *
020700* UNIT ADJUSTMENTS PROPOSED (FOUND LESS MISSING).                *
020800* ************************************************************** *
020900 01  MODEL-TABLE.
021000     02  MTB-MAX                 PIC S9(4) COMP VALUE +500.
021100     02  MTB-COUNT               PIC S9(4) COMP VALUE ZERO.
021200     02  MTB-IDX                 PIC S9(4) COMP VALUE ZERO.
021300     02  MTB-ENTRY OCCURS 500 TIMES.
021400         03  MTB-KEY.
021500             04  MTB-CAR-MAKE    PIC X(16).
021600             04  MTB-CAR-MODEL   PIC X(20).
021700         03  MTB-COUNTED         PIC S9(5) COMP.
021800         03  MTB-UNIT-NET        PIC S9(5) COMP.
021900         03  MTB-ON-MASTER-SW    PIC X(01).
022000
022100 01  SEARCH-KEY.
022200     02  SK-CAR-MAKE             PIC X(16).
022300     02  SK-CAR-MODEL            PIC X(20).
022400
022500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
022600 01  VIN-MASTER-FILE             COPY VSAMIOFB.
022700 01  CAR-MASTER-FILE             COPY VSAMIOFB.
022800
022900* ************************************************************** *
023000* SERIALIZED UNIT MASTER (DDNAME VINMSTR), ALSO DESCRIBED IN     *
023100* VINPOST.                                                       *
023200* ************************************************************** *
023300 01  VIN-MASTER-RECORD.
023400     02  VMR-VIN                 PIC X(17).
023500     02  VMR-CAR-MAKE            PIC X(16).
023600     02  VMR-CAR-MODEL           PIC X(20).
023700     02  VMR-FY-PROD             PIC 9(04).
023800     02  VMR-STATUS              PIC X(01).
023900         88  VMR-ON-HAND                     VALUE 'H'.
024000         88  VMR-SOLD                        VALUE 'S'.
024100         88  VMR-WRITTEN-OFF                 VALUE 'W'.
024200     02  VMR-RECEIPT-DATE        PIC 9(08).
024300     02  VMR-SALE-DATE           PIC 9(08).
024400     02  VMR-DEALER-ID           PIC X(05).
024500     02  VMR-OPEN-RECALLS        PIC 9(02).
024600     02  VMR-LOT-ID              PIC X(04).
024700     02  FILLER                  PIC X(05).
024800
024900* ************************************************************** *
025000* CAR MASTER (DDNAME CARMSTR), ALSO DESCRIBED IN CARPOST.        *
025100* ************************************************************** *
025200 01  CAR-MASTER-RECORD.
025300     02  CMR-KEY.
025400         03  CMR-CAR-MAKE        PIC X(16).
025500         03  CMR-CAR-MODEL       PIC X(20).
025600     02  CMR-FY-PROD             PIC 9(04).
025700     02  CMR-QUANTITY            PIC 9(05) COMP-3.
025800     02  CMR-FIRST-SEEN-DATE     PIC 9(08).
025900     02  CMR-LAST-ACTIVITY-DATE  PIC 9(08).
026000     02  FILLER                  PIC X(07).
026100
026200 01  HEADING-LINE-1.
026300     02  FILLER                  PIC X(50)   VALUE
026400         'PICOUNT - PHYSICAL INVENTORY COUNT VARIANCES AS OF'.
026500     02  FILLER                  PIC X(01)   VALUE SPACES.
026600     02  HL-RUN-DATE             PIC 9(08).
026700     02  FILLER                  PIC X(73)   VALUE SPACES.
026800
026900 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
027000
027100 01  SECTION-LINE.
027200     02  SL-TITLE                PIC X(60).
027300     02  FILLER                  PIC X(72)   VALUE SPACES.
027400
027500 01  UNIT-HEADING.
027600     02  FILLER                  PIC X(19)   VALUE 'VIN'.
027700     02  FILLER                  PIC X(06)   VALUE 'LOT'.
027800     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
027900     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
028000     02  FILLER                  PIC X(32)   VALUE 'CONDITION'.
028100     02  FILLER                  PIC X(35)   VALUE 'PROPOSAL'.
028200
028300 01  UNIT-LINE.
028400     02  UL-VIN                  PIC X(17).
028500     02  FILLER                  PIC X(02)   VALUE SPACES.
028600     02  UL-LOT-ID               PIC X(04).
028700     02  FILLER                  PIC X(02)   VALUE SPACES.
028800     02  UL-CAR-MAKE             PIC X(16).
028900     02  FILLER                  PIC X(02)   VALUE SPACES.
029000     02  UL-CAR-MODEL            PIC X(20).
029100     02  FILLER                  PIC X(02)   VALUE SPACES.
029200     02  UL-CONDITION            PIC X(30).
029300     02  FILLER                  PIC X(02)   VALUE SPACES.
029400     02  UL-PROPOSAL             PIC ZZZZZ.
029500     02  FILLER                  PIC X(30)   VALUE SPACES.
029600
029700 01  QUANTITY-HEADING.
029800     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
029900     02  FILLER                  PIC X(20)   VALUE 'MODEL'.
030000     02  FILLER                  PIC X(11)   VALUE '  ON MASTER'.
030100     02  FILLER                  PIC X(09)   VALUE '  COUNTED'.
030200     02  FILLER                  PIC X(10)   VALUE '  VARIANCE'.
030300     02  FILLER                  PIC X(10)   VALUE '  UNIT ADJ'.
030400     02  FILLER                  PIC X(10)   VALUE '  RESIDUAL'.
030500     02  FILLER                  PIC X(10)   VALUE '  PROPOSAL'.
030600     02  FILLER                  PIC X(34)   VALUE '  NOTE'.
030700
030800 01  QUANTITY-LINE.
030900     02  QL-CAR-MAKE             PIC X(16).
031000     02  FILLER                  PIC X(02)   VALUE SPACES.
031100     02  QL-CAR-MODEL            PIC X(20).
031200     02  FILLER                  PIC X(04)   VALUE SPACES.
031300     02  QL-ON-MASTER            PIC ZZ,ZZ9.
031400     02  FILLER                  PIC X(03)   VALUE SPACES.
031500     02  QL-COUNTED              PIC ZZ,ZZ9.
031600     02  FILLER                  PIC X(03)   VALUE SPACES.
031700     02  QL-VARIANCE             PIC -ZZ,ZZ9.
031800     02  FILLER                  PIC X(03)   VALUE SPACES.
031900     02  QL-UNIT-NET             PIC -ZZ,ZZ9.
032000     02  FILLER                  PIC X(03)   VALUE SPACES.
032100     02  QL-RESIDUAL             PIC -ZZ,ZZ9.
032200     02  FILLER                  PIC X(05)   VALUE SPACES.
032300     02  QL-PROPOSAL             PIC ZZZZZ.
032400     02  FILLER                  PIC X(02)   VALUE SPACES.
032500     02  QL-NOTE                 PIC X(20).
032600     02  FILLER                  PIC X(13)   VALUE SPACES.
032700
032800 01  SUMMARY-LINE.
032900     02  SM-LABEL                PIC X(40).
033000     02  SM-COUNT                PIC ZZ,ZZZ,ZZ9.
033100     02  FILLER                  PIC X(82)   VALUE SPACES.
033200
033300 01  PARTIAL-LINE.
033400     02  FILLER                  PIC X(50)   VALUE
033500         '*** PARTIAL COUNT - NO QUANTITY-ONLY ADJUSTMENTS W'.
033600     02  FILLER                  PIC X(50)   VALUE
033700         'ERE PROPOSED; UNIT ADJUSTMENTS STAND ***          '.
033800     02  FILLER                  PIC X(32)   VALUE SPACES.
033900
034000 PROCEDURE DIVISION.
034100
034200 000-INITIATE.
034300
034400     ACCEPT WS-RUN-DATE FROM DATE.
034500     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
034600     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
034700     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
034800     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
034900     MOVE WS-RUN-MM TO WS-RUN-CMM.
035000     MOVE WS-RUN-DD TO WS-RUN-CDD.
035100
035200     MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
035300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
035400     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF VIN-MASTER-FILE.
035500     MOVE VSIO-INPUT TO VSIO-MODE OF VIN-MASTER-FILE.
035600     MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
035700     MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
035800     MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
035900     MOVE VSIO-OPEN TO VSIO-COMMAND.
036000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036100                         VIN-MASTER-FILE,
036200                         VIN-MASTER-RECORD.
036300*    END-CALL.
036400     IF NOT VSIO-SUCCESS
036500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036600         MOVE +8 TO RETURN-CODE
036700         STOP RUN.
036800*    END-IF.
036900
037000     MOVE 'CARMSTR' TO VSIO-DDNAME OF CAR-MASTER-FILE.
037100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CAR-MASTER-FILE.
037200     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF CAR-MASTER-FILE.
037300     MOVE VSIO-INPUT TO VSIO-MODE OF CAR-MASTER-FILE.
037400     MOVE +66 TO VSIO-RECORD-LENGTH OF CAR-MASTER-FILE.
037500     MOVE +0 TO VSIO-KEY-POSITION OF CAR-MASTER-FILE.
037600     MOVE +36 TO VSIO-KEY-LENGTH OF CAR-MASTER-FILE.
037700     MOVE VSIO-OPEN TO VSIO-COMMAND.
037800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037900                         CAR-MASTER-FILE,
038000                         CAR-MASTER-RECORD.
038100*    END-CALL.
038200     IF NOT VSIO-SUCCESS
038300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
038400         MOVE +8 TO RETURN-CODE
038500         STOP RUN.
038600*    END-IF.
038700
038800     OPEN OUTPUT PROPOSAL-FILE.
038900     OPEN OUTPUT REPORT-FILE.
039000     MOVE WS-RUN-CCYYMMDD TO HL-RUN-DATE.
039100     WRITE REPORT-LINE FROM HEADING-LINE-1.
039200     WRITE REPORT-LINE FROM BLANK-LINE.
039300     MOVE 'UNIT EXCEPTIONS' TO SL-TITLE.
039400     WRITE REPORT-LINE FROM SECTION-LINE.
039500     WRITE REPORT-LINE FROM UNIT-HEADING.
039600
039700 010-PROCESS.
039800
039900     SORT SORT-WORK-FILE
040000         ON ASCENDING KEY SR-VIN
040100         INPUT PROCEDURE IS 100-LOAD-SCANS
040200         OUTPUT PROCEDURE IS 200-MATCH-SCANS.
040300
040400     IF UNCOUNTED-COUNTER EQUAL ZERO
040500     AND UNRESOLVED-COUNTER EQUAL ZERO
040600     AND ERROR-COUNTER EQUAL ZERO
040700         MOVE 'Y' TO FULL-COUNT-SWITCH.
040800*    END-IF.
040900
041000     PERFORM 300-COMPARE-QUANTITIES THRU 399-EXIT.
041100
041200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
041300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041400                         VIN-MASTER-FILE,
041500                         VIN-MASTER-RECORD.
041600*    END-CALL.
041700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041800                         CAR-MASTER-FILE,
041900                         CAR-MASTER-RECORD.
042000*    END-CALL.
042100
042200 020-TERMINATE.
042300
042400     WRITE REPORT-LINE FROM BLANK-LINE.
042500     MOVE 'COUNT SUMMARY' TO SL-TITLE.
042600     WRITE REPORT-LINE FROM SECTION-LINE.
042700     MOVE 'SCAN CARDS READ' TO SM-LABEL.
042800     MOVE SCAN-READ-COUNTER TO SM-COUNT.
042900     WRITE REPORT-LINE FROM SUMMARY-LINE.
043000     MOVE 'SCAN CARDS WITH NO VIN (IGNORED)' TO SM-LABEL.
043100     MOVE BLANK-SCAN-COUNTER TO SM-COUNT.
043200     WRITE REPORT-LINE FROM SUMMARY-LINE.
043300     MOVE 'DUPLICATE SCANS (IGNORED)' TO SM-LABEL.
043400     MOVE DUPLICATE-SCAN-COUNTER TO SM-COUNT.
043500     WRITE REPORT-LINE FROM SUMMARY-LINE.
043600     MOVE 'LOTS COUNTED' TO SM-LABEL.
043700     MOVE LTB-COUNT TO SM-COUNT.
043800     WRITE REPORT-LINE FROM SUMMARY-LINE.
043900     MOVE 'UNITS ON HAND IN LOTS COUNTED' TO SM-LABEL.
044000     MOVE EXPECTED-COUNTER TO SM-COUNT.
044100     WRITE REPORT-LINE FROM SUMMARY-LINE.
044200     MOVE 'UNITS FOUND AS ON FILE' TO SM-LABEL.
044300     MOVE FOUND-ON-FILE-COUNTER TO SM-COUNT.
044400     WRITE REPORT-LINE FROM SUMMARY-LINE.
044500     MOVE 'UNITS MISSING' TO SM-LABEL.
044600     MOVE MISSING-COUNTER TO SM-COUNT.
044700     WRITE REPORT-LINE FROM SUMMARY-LINE.
044800     MOVE 'UNITS FOUND NOT ON FILE' TO SM-LABEL.
044900     MOVE FOUND-NEW-COUNTER TO SM-COUNT.
045000     WRITE REPORT-LINE FROM SUMMARY-LINE.
045100     MOVE 'SCANS NOT ON FILE AND NOT RESOLVED' TO SM-LABEL.
045200     MOVE UNRESOLVED-COUNTER TO SM-COUNT.
045300     WRITE REPORT-LINE FROM SUMMARY-LINE.
045400     MOVE 'UNITS SCANNED BUT SOLD/WRITTEN OFF' TO SM-LABEL.
045500     MOVE REVIEW-COUNTER TO SM-COUNT.
045600     WRITE REPORT-LINE FROM SUMMARY-LINE.
045700     MOVE 'UNITS FOUND IN ANOTHER LOT' TO SM-LABEL.
045800     MOVE LOT-MOVE-COUNTER TO SM-COUNT.
045900     WRITE REPORT-LINE FROM SUMMARY-LINE.
046000     MOVE 'UNITS ON HAND IN LOTS NOT COUNTED' TO SM-LABEL.
046100     MOVE UNCOUNTED-COUNTER TO SM-COUNT.
046200     WRITE REPORT-LINE FROM SUMMARY-LINE.
046300     MOVE 'MAKE/MODELS WITH A QUANTITY VARIANCE' TO SM-LABEL.
046400     MOVE VARIANCE-COUNTER TO SM-COUNT.
046500     WRITE REPORT-LINE FROM SUMMARY-LINE.
046600     MOVE 'ADJUSTMENTS PROPOSED' TO SM-LABEL.
046700     MOVE PROPOSAL-COUNTER TO SM-COUNT.
046800     WRITE REPORT-LINE FROM SUMMARY-LINE.
046900     IF NOT FULL-COUNT
047000         WRITE REPORT-LINE FROM BLANK-LINE
047100         WRITE REPORT-LINE FROM PARTIAL-LINE.
047200*    END-IF.
047300
047400     CLOSE PROPOSAL-FILE.
047500     CLOSE REPORT-FILE.
047600
047700     IF ERROR-COUNTER GREATER THAN ZERO
047800         MOVE +8 TO RETURN-CODE
047900     ELSE
048000         IF MISSING-COUNTER GREATER THAN ZERO
048100         OR FOUND-NEW-COUNTER GREATER THAN ZERO
048200         OR UNRESOLVED-COUNTER GREATER THAN ZERO
048300         OR REVIEW-COUNTER GREATER THAN ZERO
048400         OR LOT-MOVE-COUNTER GREATER THAN ZERO
048500         OR VARIANCE-COUNTER GREATER THAN ZERO
048600             MOVE +4 TO RETURN-CODE.
048700*        END-IF
048800*    END-IF.
048900
049000     DISPLAY 'PICOUNT: SCAN CARDS READ:    ' SCAN-READ-COUNTER.
049100     DISPLAY 'PICOUNT: UNITS MISSING:      ' MISSING-COUNTER.
049200     DISPLAY 'PICOUNT: FOUND NOT ON FILE:  ' FOUND-NEW-COUNTER.
049300     DISPLAY 'PICOUNT: QUANTITY VARIANCES: ' VARIANCE-COUNTER.
049400     DISPLAY 'PICOUNT: PROPOSALS WRITTEN:  ' PROPOSAL-COUNTER.
049500     DISPLAY 'PICOUNT: VSAMIO ERRORS:      ' ERROR-COUNTER.
049600     STOP RUN.
049700
049800* ************************************************************** *
049900* SORT INPUT PROCEDURE - RELEASES EVERY SCAN CARD CARRYING A VIN *
050000* AND NOTES EACH LOT NAMED.                                      *
050100* ************************************************************** *
050200 100-LOAD-SCANS SECTION.
050300
050400 100-LOAD-SCANS-PARA.
050500
050600     OPEN INPUT SCAN-CARD-FILE.
050700     PERFORM 110-LOAD-ONE-SCAN
050800        THRU 119-PARA-EXIT
050900       UNTIL SCAN-EOF.
051000*    END-PERFORM.
051100     CLOSE SCAN-CARD-FILE.
051200     GO TO 199-EXIT.
051300
051400 110-LOAD-ONE-SCAN.
051500
051600     READ SCAN-CARD-FILE
051700         AT END
051800             MOVE 'Y' TO SCAN-EOF-SWITCH
051900             GO TO 119-PARA-EXIT.
052000*    END-READ.
052100
052200     ADD +1 TO SCAN-READ-COUNTER.
052300     IF SC-VIN EQUAL SPACES
052400         ADD +1 TO BLANK-SCAN-COUNTER
052500         GO TO 119-PARA-EXIT.
052600*    END-IF.
052700
052800     MOVE SC-LOT-ID TO WS-CHECK-LOT.
052900     PERFORM 250-FIND-LOT THRU 259-PARA-EXIT.
053000     IF NOT WS-FOUND
053100         IF LTB-COUNT NOT LESS THAN LTB-MAX
053200             DISPLAY 'PICOUNT: LOT TABLE FULL, LOT DROPPED: '
053300                 SC-LOT-ID
053400             ADD +1 TO ERROR-COUNTER
053500         ELSE
053600             ADD 1 TO LTB-COUNT
053700             MOVE SC-LOT-ID TO LTB-LOT-ID (LTB-COUNT).
053800*        END-IF
053900*    END-IF.
054000
054100     MOVE SC-VIN TO SR-VIN.
054200     MOVE SC-LOT-ID TO SR-LOT-ID.
054300     MOVE SC-CAR-MAKE TO SR-CAR-MAKE.
054400     MOVE SC-CAR-MODEL TO SR-CAR-MODEL.
054500     MOVE SC-FY-PROD TO SR-FY-PROD.
054600     RELEASE SORT-RECORD.
054700
054800 119-PARA-EXIT.
054900     EXIT.
055000
055100 199-EXIT.
055200     EXIT.
055300
055400* ************************************************************** *
055500* SORT OUTPUT PROCEDURE - MATCHES THE SORTED SCANS AGAINST ONE   *
055600* SEQUENTIAL PASS OF VINMSTR.  THE SIDE WITH THE LOWER VIN IS    *
055700* HANDLED AND ADVANCED; AN EXHAUSTED SIDE HOLDS HIGH-VALUES.     *
055800* ************************************************************** *
055900 200-MATCH-SCANS SECTION.
056000
056100 200-MATCH-SCANS-PARA.
056200
056300     PERFORM 215-RETURN-SCAN THRU 215-PARA-EXIT.
056400     PERFORM 217-READ-MASTER THRU 217-PARA-EXIT.
056500     PERFORM 210-MATCH-ONE
056600        THRU 219-PARA-EXIT
056700       UNTIL WS-MASTER-VIN EQUAL HIGH-VALUES
056800         AND WS-SCAN-VIN EQUAL HIGH-VALUES.
056900*    END-PERFORM.
057000     GO TO 299-EXIT.
057100
057200 210-MATCH-ONE.
057300
057400     IF WS-MASTER-VIN LESS THAN WS-SCAN-VIN
057500         PERFORM 220-UNSCANNED-UNIT THRU 229-PARA-EXIT
057600         PERFORM 217-READ-MASTER THRU 217-PARA-EXIT
057700         GO TO 219-PARA-EXIT.
057800*    END-IF.
057900
058000     IF WS-SCAN-VIN LESS THAN WS-MASTER-VIN
058100         PERFORM 230-UNIT-NOT-ON-FILE THRU 239-PARA-EXIT
058200         PERFORM 215-RETURN-SCAN THRU 215-PARA-EXIT
058300         GO TO 219-PARA-EXIT.
058400*    END-IF.
058500
058600     PERFORM 240-SCANNED-UNIT THRU 249-PARA-EXIT.
058700     PERFORM 217-READ-MASTER THRU 217-PARA-EXIT.
058800     PERFORM 215-RETURN-SCAN THRU 215-PARA-EXIT.
058900
059000 219-PARA-EXIT.
059100     EXIT.
059200
059300* ************************************************************** *
059400* RETURNS THE NEXT SCAN, PASSING OVER A VIN SCANNED MORE THAN    *
059500* ONCE.  THE FIRST SCAN OF A VIN DECIDES ITS LOT.                *
059600* ************************************************************** *
059700 215-RETURN-SCAN.
059800
059900     RETURN SORT-WORK-FILE
060000         AT END
060100             MOVE 'Y' TO SORT-EOF-SWITCH
060200             MOVE HIGH-VALUES TO WS-SCAN-VIN
060300             GO TO 215-PARA-EXIT.
060400*    END-RETURN.
060500
060600     IF SR-VIN EQUAL WS-LAST-SCAN-VIN
060700         ADD +1 TO DUPLICATE-SCAN-COUNTER
060800         GO TO 215-RETURN-SCAN.
060900*    END-IF.
061000     MOVE SR-VIN TO WS-LAST-SCAN-VIN.
061100     MOVE SORT-RECORD TO WS-SCAN-RECORD.
061200
061300 215-PARA-EXIT.
061400     EXIT.
061500
061600 217-READ-MASTER.
061700
061800     MOVE VSIO-READ TO VSIO-COMMAND.
061900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062000                         VIN-MASTER-FILE,
062100                         VIN-MASTER-RECORD.
062200*    END-CALL.
062300     IF NOT VSIO-SUCCESS
062400         IF NOT VSIO-END-OF-FILE
062500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
062600             ADD +1 TO ERROR-COUNTER
062700         END-IF
062800         MOVE HIGH-VALUES TO WS-MASTER-VIN
062900         GO TO 217-PARA-EXIT.
063000*    END-IF.
063100
063200     ADD +1 TO VINMSTR-READ-COUNTER.
063300     MOVE VMR-VIN TO WS-MASTER-VIN.
063400
063500 217-PARA-EXIT.
063600     EXIT.
063700
063800* ************************************************************** *
063900* A VINMSTR UNIT NO ONE SCANNED.  ONLY A UNIT ON HAND IN A LOT   *
064000* THAT WAS COUNTED IS MISSING; ONE IN A LOT NOT COUNTED ONLY     *
064100* MAKES THE COUNT PARTIAL.                                       *
064200* ************************************************************** *
064300 220-UNSCANNED-UNIT.
064400
064500     IF NOT VMR-ON-HAND
064600         GO TO 229-PARA-EXIT.
064700*    END-IF.
064800
064900     MOVE VMR-LOT-ID TO WS-CHECK-LOT.
065000     PERFORM 250-FIND-LOT THRU 259-PARA-EXIT.
065100     IF NOT WS-FOUND
065200         ADD +1 TO UNCOUNTED-COUNTER
065300         GO TO 229-PARA-EXIT.
065400*    END-IF.
065500
065600     ADD +1 TO EXPECTED-COUNTER.
065700     ADD +1 TO MISSING-COUNTER.
065800     MOVE VMR-CAR-MAKE TO SK-CAR-MAKE.
065900     MOVE VMR-CAR-MODEL TO SK-CAR-MODEL.
066000     PERFORM 260-LOCATE-MODEL THRU 269-PARA-EXIT.
066100     IF MTB-IDX GREATER THAN ZERO
066200         SUBTRACT 1 FROM MTB-UNIT-NET (MTB-IDX).
066300*    END-IF.
066400
066500     MOVE SPACES TO PROPOSAL-RECORD.
066600     MOVE 'M' TO PP-TYPE.
066700     MOVE VMR-CAR-MAKE TO PP-CAR-MAKE.
066800     MOVE VMR-CAR-MODEL TO PP-CAR-MODEL.
066900     MOVE VMR-FY-PROD TO PP-FY-PROD.
067000     MOVE '-' TO PP-QUANTITY-SIGN.
067100     MOVE 1 TO PP-QUANTITY.
067200     MOVE VMR-VIN TO PP-VIN.
067300     MOVE VMR-LOT-ID TO PP-LOT-ID.
067400     PERFORM 270-WRITE-PROPOSAL THRU 279-PARA-EXIT.
067500
067600     MOVE VMR-VIN TO UL-VIN.
067700     MOVE VMR-LOT-ID TO UL-LOT-ID.
067800     MOVE VMR-CAR-MAKE TO UL-CAR-MAKE.
067900     MOVE VMR-CAR-MODEL TO UL-CAR-MODEL.
068000     MOVE 'MISSING - NOT FOUND ON COUNT' TO UL-CONDITION.
068100     MOVE PP-PROPOSAL-NO TO UL-PROPOSAL.
068200     WRITE REPORT-LINE FROM UNIT-LINE.
068300
068400 229-PARA-EXIT.
068500     EXIT.
068600
068700* ************************************************************** *
068800* A SCANNED VIN WITH NO VINMSTR RECORD.  IT IS PROPOSED AS A     *
068900* FOUND UNIT WHEN THE SCAN CARD NAMES A MAKE/MODEL THAT IS ON    *
069000* CARMSTR; OTHERWISE IT IS LISTED UNRESOLVED FOR FOLLOW-UP.      *
069100* ************************************************************** *
069200 230-UNIT-NOT-ON-FILE.
069300
069400     MOVE WS-SCAN-VIN TO UL-VIN.
069500     MOVE WS-SCAN-LOT-ID TO UL-LOT-ID.
069600     MOVE WS-SCAN-CAR-MAKE TO UL-CAR-MAKE.
069700     MOVE WS-SCAN-CAR-MODEL TO UL-CAR-MODEL.
069800     MOVE ZERO TO UL-PROPOSAL.
069900
070000     IF WS-SCAN-CAR-MAKE EQUAL SPACES
070100     OR WS-SCAN-CAR-MODEL EQUAL SPACES
070200         ADD +1 TO UNRESOLVED-COUNTER
070300         MOVE 'NOT ON FILE - NO MAKE/MODEL' TO UL-CONDITION
070400         WRITE REPORT-LINE FROM UNIT-LINE
070500         GO TO 239-PARA-EXIT.
070600*    END-IF.
070700
070800     MOVE SPACES TO CAR-MASTER-RECORD.
070900     MOVE WS-SCAN-CAR-MAKE TO CMR-CAR-MAKE.
071000     MOVE WS-SCAN-CAR-MODEL TO CMR-CAR-MODEL.
071100     MOVE VSIO-READ TO VSIO-COMMAND.
071200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
071300                         CAR-MASTER-FILE,
071400                         CAR-MASTER-RECORD.
071500*    END-CALL.
071600     IF NOT VSIO-SUCCESS
071700         IF VSIO-RECORD-NOT-FOUND
071800             MOVE +0 TO VSIO-RETURN-CODE
071900             ADD +1 TO UNRESOLVED-COUNTER
072000             MOVE 'NOT ON FILE - MODEL NOT ON MASTER'
072100                 TO UL-CONDITION
072200             WRITE REPORT-LINE FROM UNIT-LINE
072300             GO TO 239-PARA-EXIT
072400         ELSE
072500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
072600             ADD +1 TO ERROR-COUNTER
072700             GO TO 239-PARA-EXIT.
072800*        END-IF
072900*    END-IF.
073000
073100     ADD +1 TO FOUND-NEW-COUNTER.
073200     MOVE WS-SCAN-CAR-MAKE TO SK-CAR-MAKE.
073300     MOVE WS-SCAN-CAR-MODEL TO SK-CAR-MODEL.
073400     PERFORM 260-LOCATE-MODEL THRU 269-PARA-EXIT.
073500     IF MTB-IDX GREATER THAN ZERO
073600         ADD 1 TO MTB-COUNTED (MTB-IDX)
073700         ADD 1 TO MTB-UNIT-NET (MTB-IDX).
073800*    END-IF.
073900
074000     MOVE SPACES TO PROPOSAL-RECORD.
074100     MOVE 'F' TO PP-TYPE.
074200     MOVE WS-SCAN-CAR-MAKE TO PP-CAR-MAKE.
074300     MOVE WS-SCAN-CAR-MODEL TO PP-CAR-MODEL.
074400     IF WS-SCAN-FY-PROD NUMERIC
074500         MOVE WS-SCAN-FY-NUMERIC TO PP-FY-PROD
074600     ELSE
074700         MOVE CMR-FY-PROD TO PP-FY-PROD.
074800*    END-IF.
074900     MOVE '+' TO PP-QUANTITY-SIGN.
075000     MOVE 1 TO PP-QUANTITY.
075100     MOVE WS-SCAN-VIN TO PP-VIN.
075200     MOVE WS-SCAN-LOT-ID TO PP-LOT-ID.
075300     PERFORM 270-WRITE-PROPOSAL THRU 279-PARA-EXIT.
075400
075500     MOVE 'FOUND - NOT ON FILE' TO UL-CONDITION.
075600     MOVE PP-PROPOSAL-NO TO UL-PROPOSAL.
075700     WRITE REPORT-LINE FROM UNIT-LINE.
075800
075900 239-PARA-EXIT.
076000     EXIT.
076100
076200* ************************************************************** *
076300* A SCANNED VIN ON VINMSTR.  A UNIT ON HAND IS COUNTED (AND      *
076400* NOTED IF IT WAS FOUND IN A LOT OTHER THAN ITS OWN); A UNIT     *
076500* SOLD OR WRITTEN OFF IS LISTED FOR REVIEW AND NOT COUNTED.      *
076600* ************************************************************** *
076700 240-SCANNED-UNIT.
076800
076900     MOVE VMR-VIN TO UL-VIN.
077000     MOVE WS-SCAN-LOT-ID TO UL-LOT-ID.
077100     MOVE VMR-CAR-MAKE TO UL-CAR-MAKE.
077200     MOVE VMR-CAR-MODEL TO UL-CAR-MODEL.
077300     MOVE ZERO TO UL-PROPOSAL.
077400
077500     IF NOT VMR-ON-HAND
077600         ADD +1 TO REVIEW-COUNTER
077700         IF VMR-WRITTEN-OFF
077800             MOVE 'ON LOT BUT WRITTEN OFF' TO UL-CONDITION
077900         ELSE
078000             MOVE 'ON LOT BUT SHOWN SOLD' TO UL-CONDITION
078100         END-IF
078200         WRITE REPORT-LINE FROM UNIT-LINE
078300         GO TO 249-PARA-EXIT.
078400*    END-IF.
078500
078600     MOVE VMR-LOT-ID TO WS-CHECK-LOT.
078700     PERFORM 250-FIND-LOT THRU 259-PARA-EXIT.
078800     IF WS-FOUND
078900         ADD +1 TO EXPECTED-COUNTER.
079000*    END-IF.
079100     ADD +1 TO FOUND-ON-FILE-COUNTER.
079200     MOVE VMR-CAR-MAKE TO SK-CAR-MAKE.
079300     MOVE VMR-CAR-MODEL TO SK-CAR-MODEL.
079400     PERFORM 260-LOCATE-MODEL THRU 269-PARA-EXIT.
079500     IF MTB-IDX GREATER THAN ZERO
079600         ADD 1 TO MTB-COUNTED (MTB-IDX).
079700*    END-IF.
079800
079900     IF WS-SCAN-LOT-ID NOT EQUAL VMR-LOT-ID
080000         ADD +1 TO LOT-MOVE-COUNTER
080100         MOVE SPACES TO UL-CONDITION
080200         STRING 'FOUND HERE - FILED IN LOT ' DELIMITED BY SIZE
080300                VMR-LOT-ID DELIMITED BY SIZE
080400             INTO UL-CONDITION
080500         WRITE REPORT-LINE FROM UNIT-LINE.
080600*    END-IF.
080700
080800 249-PARA-EXIT.
080900     EXIT.
081000
081100 250-FIND-LOT.
081200
081300     MOVE 'N' TO WS-FOUND-SW.
081400     MOVE 1 TO LTB-IDX.
081500     PERFORM 255-SEARCH-LOT THRU 255-PARA-EXIT
081600       UNTIL WS-FOUND
081700          OR LTB-IDX GREATER THAN LTB-COUNT.
081800*    END-PERFORM.
081900
082000 259-PARA-EXIT.
082100     EXIT.
082200
082300 255-SEARCH-LOT.
082400
082500     IF LTB-LOT-ID (LTB-IDX) EQUAL WS-CHECK-LOT
082600         MOVE 'Y' TO WS-FOUND-SW
082700     ELSE
082800         ADD 1 TO LTB-IDX.
082900*    END-IF.
083000
083100 255-PARA-EXIT.
083200     EXIT.
083300
083400* ************************************************************** *
083500* FINDS THE MAKE/MODEL IN THE MODEL TABLE, ADDING IT IF NEW.     *
083600* MTB-IDX IS ZERO WHEN THE TABLE IS FULL.                        *
083700* ************************************************************** *
083800 260-LOCATE-MODEL.
083900
084000     MOVE 'N' TO WS-FOUND-SW.
084100     MOVE 1 TO MTB-IDX.
084200     PERFORM 265-SEARCH-MODEL THRU 265-PARA-EXIT
084300       UNTIL WS-FOUND
084400          OR MTB-IDX GREATER THAN MTB-COUNT.
084500*    END-PERFORM.
084600
084700     IF WS-FOUND
084800         GO TO 269-PARA-EXIT.
084900*    END-IF.
085000
085100     IF MTB-COUNT NOT LESS THAN MTB-MAX
085200         DISPLAY 'PICOUNT: MODEL TABLE FULL, KEY DROPPED: '
085300             SEARCH-KEY
085400         ADD +1 TO ERROR-COUNTER
085500         MOVE ZERO TO MTB-IDX
085600         GO TO 269-PARA-EXIT.
085700*    END-IF.
085800
085900     ADD 1 TO MTB-COUNT.
086000     MOVE MTB-COUNT TO MTB-IDX.
086100     MOVE SK-CAR-MAKE TO MTB-CAR-MAKE (MTB-IDX).
086200     MOVE SK-CAR-MODEL TO MTB-CAR-MODEL (MTB-IDX).
086300     MOVE ZERO TO MTB-COUNTED (MTB-IDX).
086400     MOVE ZERO TO MTB-UNIT-NET (MTB-IDX).
086500     MOVE 'N' TO MTB-ON-MASTER-SW (MTB-IDX).
086600
086700 269-PARA-EXIT.
086800     EXIT.
086900
087000 265-SEARCH-MODEL.
087100
087200     IF MTB-KEY (MTB-IDX) EQUAL SEARCH-KEY
087300         MOVE 'Y' TO WS-FOUND-SW
087400     ELSE
087500         ADD 1 TO MTB-IDX.
087600*    END-IF.
087700
087800 265-PARA-EXIT.
087900     EXIT.
088000
088100* ************************************************************** *
088200* NUMBERS AND WRITES ONE PROPOSAL.  THE CALLER HAS FILLED IN     *
088300* EVERYTHING BUT THE NUMBER.                                     *
088400* ************************************************************** *
088500 270-WRITE-PROPOSAL.
088600
088700     ADD +1 TO PROPOSAL-COUNTER.
088800     MOVE PROPOSAL-COUNTER TO PP-PROPOSAL-NO.
088900     WRITE PROPOSAL-RECORD.
089000
089100 279-PARA-EXIT.
089200     EXIT.
089300
089400 299-EXIT.
089500     EXIT.
089600
089700* ************************************************************** *
089800* COMPARES THE CMR-QUANTITY OF EVERY CARMSTR MAKE/MODEL WITH     *
089900* THE UNITS COUNTED.  THE RESIDUAL IS THE PART OF THE VARIANCE   *
090000* THAT THE UNIT ADJUSTMENTS ALREADY PROPOSED DO NOT EXPLAIN; ON  *
090100* A FULL COUNT IT IS PROPOSED AS A QUANTITY-ONLY ADJUSTMENT.     *
090200* MAKE/MODELS COUNTED BUT NOT ON CARMSTR ARE LISTED AFTERWARD.   *
090300* ************************************************************** *
090400 300-COMPARE-QUANTITIES SECTION.
090500
090600 300-COMPARE-QUANTITIES-PARA.
090700
090800     WRITE REPORT-LINE FROM BLANK-LINE.
090900     MOVE 'QUANTITY VARIANCES AGAINST CMR-QUANTITY' TO SL-TITLE.
091000     WRITE REPORT-LINE FROM SECTION-LINE.
091100     WRITE REPORT-LINE FROM QUANTITY-HEADING.
091200
091300     MOVE LOW-VALUES TO CAR-MASTER-RECORD.
091400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
091500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
091600                         CAR-MASTER-FILE,
091700                         CAR-MASTER-RECORD.
091800*    END-CALL.
091900     IF NOT VSIO-SUCCESS
092000         IF VSIO-RECORD-NOT-FOUND
092100         OR VSIO-END-OF-FILE
092200             MOVE +0 TO VSIO-RETURN-CODE
092300             MOVE 'Y' TO CMR-EOF-SWITCH
092400         ELSE
092500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
092600             ADD +1 TO ERROR-COUNTER
092700             MOVE 'Y' TO CMR-EOF-SWITCH.
092800*        END-IF
092900*    END-IF.
093000
093100     PERFORM 310-COMPARE-ONE-MODEL
093200        THRU 319-PARA-EXIT
093300       UNTIL CMR-EOF.
093400*    END-PERFORM.
093500
093600     PERFORM 320-LIST-OFF-MASTER
093700        THRU 329-PARA-EXIT
093800     VARYING MTB-IDX FROM 1 BY 1
093900       UNTIL MTB-IDX GREATER THAN MTB-COUNT.
094000*    END-PERFORM.
094100     GO TO 399-EXIT.
094200
094300 310-COMPARE-ONE-MODEL.
094400
094500     MOVE SPACES TO CAR-MASTER-RECORD.
094600     MOVE VSIO-READ TO VSIO-COMMAND.
094700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094800                         CAR-MASTER-FILE,
094900                         CAR-MASTER-RECORD.
095000*    END-CALL.
095100     IF NOT VSIO-SUCCESS
095200         IF NOT VSIO-END-OF-FILE
095300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
095400             ADD +1 TO ERROR-COUNTER
095500         END-IF
095600         MOVE +0 TO VSIO-RETURN-CODE
095700         MOVE 'Y' TO CMR-EOF-SWITCH
095800         GO TO 319-PARA-EXIT.
095900*    END-IF.
096000
096100     MOVE CMR-CAR-MAKE TO SK-CAR-MAKE.
096200     MOVE CMR-CAR-MODEL TO SK-CAR-MODEL.
096300     PERFORM 260-LOCATE-MODEL THRU 269-PARA-EXIT.
096400     IF MTB-IDX EQUAL ZERO
096500         GO TO 319-PARA-EXIT.
096600*    END-IF.
096700     MOVE 'Y' TO MTB-ON-MASTER-SW (MTB-IDX).
096800
096900     MOVE CMR-QUANTITY TO WS-BOOK.
097000     MOVE MTB-COUNTED (MTB-IDX) TO WS-COUNTED.
097100     MOVE MTB-UNIT-NET (MTB-IDX) TO WS-UNIT-NET.
097200     COMPUTE WS-VARIANCE = WS-COUNTED - WS-BOOK.
097300     COMPUTE WS-RESIDUAL = WS-VARIANCE - WS-UNIT-NET.
097400     IF WS-VARIANCE EQUAL ZERO
097500     AND WS-RESIDUAL EQUAL ZERO
097600         GO TO 319-PARA-EXIT.
097700*    END-IF.
097800
097900     ADD +1 TO VARIANCE-COUNTER.
098000     MOVE CMR-CAR-MAKE TO QL-CAR-MAKE.
098100     MOVE CMR-CAR-MODEL TO QL-CAR-MODEL.
098200     MOVE WS-BOOK TO QL-ON-MASTER.
098300     MOVE WS-COUNTED TO QL-COUNTED.
098400     MOVE WS-VARIANCE TO QL-VARIANCE.
098500     MOVE WS-UNIT-NET TO QL-UNIT-NET.
098600     MOVE WS-RESIDUAL TO QL-RESIDUAL.
098700     MOVE ZERO TO QL-PROPOSAL.
098800     MOVE SPACES TO QL-NOTE.
098900
099000     IF WS-RESIDUAL EQUAL ZERO
099100         MOVE 'UNIT ADJUSTMENTS' TO QL-NOTE
099200     ELSE
099300         IF NOT FULL-COUNT
099400             MOVE 'PARTIAL - NOT PROPOSED' TO QL-NOTE
099500         ELSE
099600             MOVE SPACES TO PROPOSAL-RECORD
099700             MOVE 'Q' TO PP-TYPE
099800             MOVE CMR-CAR-MAKE TO PP-CAR-MAKE
099900             MOVE CMR-CAR-MODEL TO PP-CAR-MODEL
100000             MOVE CMR-FY-PROD TO PP-FY-PROD
100100             IF WS-RESIDUAL LESS THAN ZERO
100200                 MOVE '-' TO PP-QUANTITY-SIGN
100300                 COMPUTE PP-QUANTITY = ZERO - WS-RESIDUAL
100400             ELSE
100500                 MOVE '+' TO PP-QUANTITY-SIGN
100600                 MOVE WS-RESIDUAL TO PP-QUANTITY
100700             END-IF
100800             PERFORM 270-WRITE-PROPOSAL THRU 279-PARA-EXIT
100900             MOVE PP-PROPOSAL-NO TO QL-PROPOSAL
101000             MOVE 'QUANTITY ONLY' TO QL-NOTE.
101100*        END-IF
101200*    END-IF.
101300     WRITE REPORT-LINE FROM QUANTITY-LINE.
101400
101500 319-PARA-EXIT.
101600     EXIT.
101700
101800 320-LIST-OFF-MASTER.
101900
102000     IF MTB-ON-MASTER-SW (MTB-IDX) EQUAL 'Y'
102100         GO TO 329-PARA-EXIT.
102200*    END-IF.
102300
102400     ADD +1 TO VARIANCE-COUNTER.
102500     MOVE MTB-CAR-MAKE (MTB-IDX) TO QL-CAR-MAKE.
102600     MOVE MTB-CAR-MODEL (MTB-IDX) TO QL-CAR-MODEL.
102700     MOVE ZERO TO QL-ON-MASTER.
102800     MOVE MTB-COUNTED (MTB-IDX) TO QL-COUNTED.
102900     MOVE MTB-COUNTED (MTB-IDX) TO QL-VARIANCE.
103000     MOVE MTB-UNIT-NET (MTB-IDX) TO QL-UNIT-NET.
103100     MOVE ZERO TO QL-RESIDUAL.
103200     MOVE ZERO TO QL-PROPOSAL.
103300     MOVE 'NOT ON CARMSTR' TO QL-NOTE.
103400     WRITE REPORT-LINE FROM QUANTITY-LINE.
103500
103600 329-PARA-EXIT.
103700     EXIT.
103800
103900 399-EXIT.
104000     EXIT.
104100
104200* ************************************************************** *
104300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
104400* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
104500* PROGRAM IN THIS SUITE.                                         *
104600* ************************************************************** *
104700 500-DISPLAY-UNKNOWN-ERROR SECTION.
104800
104900 500-DISPLAY-PARA.
105000
105100     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
105200     EXHIBIT NAMED VSIO-RETURN-CODE.
105300     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
105400                   VSIO-VSAM-FUNCTION-CODE,
105500                   VSIO-VSAM-FEEDBACK-CODE.
105600
105700 509-EXIT.
105800     EXIT.
