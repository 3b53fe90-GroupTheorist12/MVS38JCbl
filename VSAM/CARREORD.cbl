001500* ORDER.  A MODEL WITH NO PARAMETERS AT ALL WHOSE LAST          *
001600* ACTIVITY IS ON OR AFTER THE SYSIN CUTOFF DATE IS A            *
001700* FAST-SELLER NOBODY SET LEVELS FOR, AND IS FLAGGED.            *
001710*                                                               *
001720* QUANTITY ALREADY ON ORDER (THE UNRECEIVED BALANCE OF THE      *
001730* OPEN PURCHASE ORDER LINES ON OPENPO) COUNTS TOWARD STOCK: A   *
001740* MODEL WHOSE ON-HAND PLUS ON-ORDER MEETS ITS MINIMUM IS NOT    *
001750* REORDERED, AND A SUGGESTED ORDER IS REDUCED BY WHAT IS        *
001760* ALREADY COMING.  THE PO NUMBER AND DATES AT THE END OF EACH   *
001770* ORDER RECORD ARE LEFT BLANK FOR PURCHASING TO FILL IN; POLOAD *
001780* LOADS THE APPROVED ORDERS ONTO OPENPO.  OPENPO IS KEYED BY PO *
001785* NUMBER, SO THE QUANTITY DUE IS TOTALLED BY MAKE AND MODEL IN  *
001790* AN IN-MEMORY TABLE IN ONE PASS OF THE FILE BEFORE THE MASTER  *
001795* IS READ.                                                      *
001800*                                                                 *
001900* SYSIN CARD: COLS 1-8 RECENT-ACTIVITY CUTOFF DATE (CCYYMMDD).  *
002000*                                                                 *
002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002300*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002310*   10/15/2026 JM    QUANTITY ON ORDER ON OPENPO IS NOW          *
002320*                    NETTED OUT BEFORE AN ORDER IS SUGGESTED.    *
002340*   10/15/2026 JM    OPENPO IS NOW KEYED BY PO NUMBER AND LINE   *
002360*                    NUMBER; QUANTITY ON ORDER IS TABLED BY      *
002380*                    MAKE/MODEL FROM ONE PASS OF THE FILE.       *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
006300     02  ORD-MIN-STOCK           PIC 9(05).
006400     02  ORD-TARGET-STOCK        PIC 9(05).
006500     02  ORD-SUGGESTED           PIC 9(05).
006600     02  ORD-PO-NUMBER           PIC X(08).
006610     02  ORD-ORDER-DATE          PIC X(08).
006620     02  ORD-EXPECTED-DATE       PIC X(08).
006700
006800 FD  REPORT-FILE
006900     LABEL RECORDS ARE OMITTED
007700     88  END-OF-FILE                         VALUE 'Y'.
007800 77  WS-SWAPPED-SWITCH           PIC X(01)   VALUE 'N'.
007900     88  WS-SWAPPED                          VALUE 'Y'.
007910 77  PO-EOF-SWITCH               PIC X(01)   VALUE 'N'.
007920     88  PO-EOF                              VALUE 'Y'.
008000
008100 77  ORDER-COUNTER               PIC S9(8) COMP VALUE ZERO.
008200 77  NOPARM-COUNTER              PIC S9(8) COMP VALUE ZERO.
008210 77  COVERED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008300
008400 77  BUY-COUNT                   PIC S9(4) COMP VALUE ZERO.
008500 77  BUY-IDX                     PIC S9(4) COMP VALUE ZERO.
008600 77  SORT-IDX                    PIC S9(4) COMP VALUE ZERO.
008700 77  BUY-LIMIT                   PIC S9(4) COMP VALUE +200.
008716 77  ONO-COUNT                   PIC S9(4) COMP VALUE ZERO.
008732 77  ONO-IDX                     PIC S9(4) COMP VALUE ZERO.
008748 77  ONO-LIMIT                   PIC S9(4) COMP VALUE +500.
008764 77  ONO-FOUND-SWITCH            PIC X(01)   VALUE 'N'.
008780     88  ONO-FOUND                           VALUE 'Y'.
008800
008900 01  WS-SHORTFALL                PIC S9(5) COMP-3 VALUE ZERO.
008910 01  WS-ON-ORDER                 PIC S9(5) COMP-3 VALUE ZERO.
009000
009100* ************************************************************** *
009200* THE BUY LIST, SORTED BY DESCENDING SHORTFALL BEFORE PRINTING.  *
009800         03  BYE-MODEL           PIC X(20).
009900         03  BYE-ON-HAND         PIC 9(05).
010000         03  BYE-MIN-STOCK       PIC 9(05).
010010         03  BYE-ON-ORDER        PIC 9(05).
010100         03  BYE-SUGGESTED       PIC 9(05).
010200 01  BUY-SWAP-ENTRY              PIC X(61).
010207
010214* ************************************************************** *
010221* QUANTITY STILL DUE ON THE OPEN PURCHASE ORDER LINES, TOTALLED  *
010228* BY MAKE AND MODEL WHEN OPENPO IS LOADED.                       *
010235* ************************************************************** *
010242 01  ON-ORDER-TABLE.
010249     02  ONO-ENTRY OCCURS 500 TIMES.
010256         03  ONO-MAKE            PIC X(16).
010263         03  ONO-MODEL           PIC X(20).
010270         03  ONO-DUE             PIC 9(05) COMP-3.
010277 01  ONO-SEARCH-KEY.
010284     02  ONO-SEARCH-MAKE         PIC X(16).
010291     02  ONO-SEARCH-MODEL        PIC X(20).
010300
010400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010500 01  CAR-MASTER-FILE             COPY VSAMIOFB.
010600 01  REORDER-TABLE-FILE          COPY VSAMIOFB.
010610 01  OPEN-PO-FILE                COPY VSAMIOFB.
010700
010800 01  CAR-MASTER-RECORD.
010900     02  CMR-CAR-MAKE            PIC X(16).
012000         03  ROP-MODEL           PIC X(20).
012100     02  ROP-MIN-STOCK           PIC 9(05).
012200     02  ROP-TARGET-STOCK        PIC 9(05).
012206
012212* ************************************************************** *
012218* OPEN PURCHASE ORDER LINE (DDNAME OPENPO, KEYED BY PO NUMBER   *
012224* AND LINE NUMBER), ALSO DESCRIBED IN POLOAD.  ONLY THE MAKE,    *
012227* MODEL, STATUS AND QUANTITIES ARE NEEDED HERE.                  *
012230* ************************************************************** *
012236 01  OPEN-PO-RECORD.
012242     02  POR-KEY.
012248         03  POR-PO-NUMBER       PIC X(08).
012254         03  POR-LINE-NUMBER     PIC 9(03).
012260     02  POR-CAR-MAKE            PIC X(16).
012263     02  POR-CAR-MODEL           PIC X(20).
012266     02  POR-STATUS              PIC X(01).
012272         88  POR-OPEN                        VALUE 'O'.
012278     02  POR-QTY-ORDERED         PIC 9(05).
012284     02  POR-QTY-RECEIVED        PIC 9(05).
012290     02  FILLER                  PIC X(42).
012300
012400 01  HEADING-LINE-1.
012500     02  FILLER                  PIC X(46) VALUE
013500     02  BL-ON-HAND              PIC ZZZZ9.
013600     02  FILLER                  PIC X(06) VALUE ' MIN: '.
013700     02  BL-MIN-STOCK            PIC ZZZZ9.
013710     02  FILLER                  PIC X(11) VALUE ' ON ORDER: '.
013720     02  BL-ON-ORDER             PIC ZZZZ9.
013800     02  FILLER                  PIC X(08) VALUE ' SHORT: '.
013900     02  BL-SHORTFALL            PIC ZZZZ9.
014000     02  FILLER                  PIC X(07) VALUE ' BUY:  '.
014100     02  BL-SUGGESTED            PIC ZZZZ9.
014200     02  FILLER                  PIC X(31) VALUE SPACES.
014300
014400 01  NOPARM-LINE.
014500     02  NPL-MAKE                PIC X(16).
019900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020000         STOP RUN.
020100*    END-IF.
020105
020110     MOVE 'OPENPO' TO VSIO-DDNAME OF OPEN-PO-FILE.
020115     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF OPEN-PO-FILE.
020120     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF OPEN-PO-FILE.
020125     MOVE VSIO-INPUT TO VSIO-MODE OF OPEN-PO-FILE.
020130     MOVE +100 TO VSIO-RECORD-LENGTH OF OPEN-PO-FILE.
020135     MOVE +0 TO VSIO-KEY-POSITION OF OPEN-PO-FILE.
020140     MOVE +11 TO VSIO-KEY-LENGTH OF OPEN-PO-FILE.
020145     MOVE VSIO-OPEN TO VSIO-COMMAND.
020150     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020155                         OPEN-PO-FILE,
020160                         OPEN-PO-RECORD.
020165*    END-CALL.
020170     IF NOT VSIO-SUCCESS
020175         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020180         STOP RUN.
020185*    END-IF.
020187
020189     PERFORM 050-LOAD-ONE-PO
020191        THRU 059-EXIT
020193       UNTIL PO-EOF.
020195*    END-PERFORM.
020200
020300     OPEN OUTPUT ORDER-FILE.
020400     OPEN OUTPUT REPORT-FILE.
023400                         REORDER-TABLE-FILE,
023500                         REORDER-TABLE-RECORD.
023600*    END-CALL.
023610     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023620                         OPEN-PO-FILE,
023630                         OPEN-PO-RECORD.
023640*    END-CALL.
023700
023800     DISPLAY 'CARREORD: ORDERS SUGGESTED:     ' ORDER-COUNTER.
023900     DISPLAY 'CARREORD: FAST MOVERS UNPLANNED:'
024000         NOPARM-COUNTER.
024010     DISPLAY 'CARREORD: COVERED BY OPEN PO:   ' COVERED-COUNTER.
024100     STOP RUN.
024200
024202* ************************************************************** *
024204* ADDS THE QUANTITY STILL DUE ON ONE OPEN PO LINE TO THE ON-     *
024206* ORDER TABLE ENTRY FOR ITS MAKE AND MODEL.                      *
024208* ************************************************************** *
024210 050-LOAD-ONE-PO.
024212
024214     MOVE VSIO-READ TO VSIO-COMMAND.
024216     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024218                         OPEN-PO-FILE,
024220                         OPEN-PO-RECORD.
024222*    END-CALL.
024224     IF NOT VSIO-SUCCESS
024226         IF NOT VSIO-END-OF-FILE
024228             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024230         END-IF
024232         MOVE +0 TO VSIO-RETURN-CODE
024234         MOVE 'Y' TO PO-EOF-SWITCH
024236         GO TO 059-EXIT.
024238*    END-IF.
024240
024242     IF NOT POR-OPEN
024244     OR POR-QTY-RECEIVED NOT LESS THAN POR-QTY-ORDERED
024246         GO TO 059-EXIT.
024248*    END-IF.
024250
024252     MOVE POR-CAR-MAKE TO ONO-SEARCH-MAKE.
024254     MOVE POR-CAR-MODEL TO ONO-SEARCH-MODEL.
024256     PERFORM 140-FIND-ON-ORDER THRU 149-EXIT.
024258     IF ONO-IDX EQUAL ZERO
024260         IF ONO-COUNT NOT LESS THAN ONO-LIMIT
024262             DISPLAY 'CARREORD: ON-ORDER TABLE FULL, PO LINE '
024264                     'DROPPED: ' POR-KEY
024266             GO TO 059-EXIT
024268         END-IF
024270         ADD +1 TO ONO-COUNT
024272         MOVE ONO-COUNT TO ONO-IDX
024274         MOVE POR-CAR-MAKE TO ONO-MAKE (ONO-IDX)
024276         MOVE POR-CAR-MODEL TO ONO-MODEL (ONO-IDX)
024278         MOVE ZERO TO ONO-DUE (ONO-IDX).
024280*    END-IF.
024282     COMPUTE ONO-DUE (ONO-IDX) = ONO-DUE (ONO-IDX)
024284         + POR-QTY-ORDERED - POR-QTY-RECEIVED.
024286
024288 059-EXIT.
024290     EXIT.
024292
024300 110-CHECK-ONE-MODEL.
024400
024500     MOVE SPACES TO CAR-MASTER-RECORD.
028700     OR CMR-QUANTITY NOT LESS THAN ROP-MIN-STOCK
028800         GO TO 119-EXIT.
028900*    END-IF.
028910     PERFORM 130-COUNT-ON-ORDER THRU 139-EXIT.
028920     IF CMR-QUANTITY + WS-ON-ORDER NOT LESS THAN ROP-MIN-STOCK
028930         ADD +1 TO COVERED-COUNTER
028940         GO TO 119-EXIT.
028950*    END-IF.
029000
029100     COMPUTE WS-SHORTFALL =
029110         ROP-MIN-STOCK - CMR-QUANTITY - WS-ON-ORDER.
029200
029300     MOVE SPACES TO ORDER-RECORD.
029400     MOVE CMR-CAR-MAKE TO ORD-CAR-MAKE.
029600     MOVE CMR-QUANTITY TO ORD-ON-HAND.
029700     MOVE ROP-MIN-STOCK TO ORD-MIN-STOCK.
029800     MOVE ROP-TARGET-STOCK TO ORD-TARGET-STOCK.
029900     COMPUTE ORD-SUGGESTED =
029910         ROP-TARGET-STOCK - CMR-QUANTITY - WS-ON-ORDER.
030000     WRITE ORDER-RECORD.
030100     ADD +1 TO ORDER-COUNTER.
030200
030900     MOVE CMR-CAR-MODEL TO BYE-MODEL (BUY-COUNT).
031000     MOVE CMR-QUANTITY TO BYE-ON-HAND (BUY-COUNT).
031100     MOVE ROP-MIN-STOCK TO BYE-MIN-STOCK (BUY-COUNT).
031110     MOVE WS-ON-ORDER TO BYE-ON-ORDER (BUY-COUNT).
031200     MOVE ORD-SUGGESTED TO BYE-SUGGESTED (BUY-COUNT).
031300
031400 119-EXIT.
031500     EXIT.
031501
031502* ************************************************************** *
031503* RETURNS IN WS-ON-ORDER THE QUANTITY STILL DUE ON THE OPEN      *
031504* PURCHASE ORDER LINES FOR THE MODEL.                            *
031505* ************************************************************** *
031506 130-COUNT-ON-ORDER.
031507
031508     MOVE ZERO TO WS-ON-ORDER.
031509     MOVE CMR-CAR-MAKE TO ONO-SEARCH-MAKE.
031510     MOVE CMR-CAR-MODEL TO ONO-SEARCH-MODEL.
031511     PERFORM 140-FIND-ON-ORDER THRU 149-EXIT.
031512     IF ONO-IDX GREATER THAN ZERO
031513         MOVE ONO-DUE (ONO-IDX) TO WS-ON-ORDER.
031514*    END-IF.
031515
031516 139-EXIT.
031517     EXIT.
031518
031519* ************************************************************** *
031520* LOCATES THE ON-ORDER TABLE ENTRY FOR ONO-SEARCH-KEY.  ONO-IDX   *
031521* RETURNS ITS POSITION, OR ZERO WHEN THE MODEL HAS NONE.         *
031522* ************************************************************** *
031523 140-FIND-ON-ORDER.
031524
031525     MOVE 'N' TO ONO-FOUND-SWITCH.
031526     MOVE 1 TO ONO-IDX.
031527     PERFORM 145-SCAN-ON-ORDER
031528        THRU 145-EXIT
031529       UNTIL ONO-FOUND
031530          OR ONO-IDX GREATER THAN ONO-COUNT.
031531*    END-PERFORM.
031532     IF NOT ONO-FOUND
031533         MOVE ZERO TO ONO-IDX.
031534*    END-IF.
031535
031536 149-EXIT.
031537     EXIT.
031538
031539 145-SCAN-ON-ORDER.
031540
031541     IF ONO-MAKE (ONO-IDX) EQUAL ONO-SEARCH-MAKE
031542     AND ONO-MODEL (ONO-IDX) EQUAL ONO-SEARCH-MODEL
031543         MOVE 'Y' TO ONO-FOUND-SWITCH
031544         GO TO 145-EXIT.
031545*    END-IF.
031546     ADD 1 TO ONO-IDX.
031547
031548 145-EXIT.
031549     EXIT.
031600
031700* ************************************************************** *
031800* BUBBLE SORT OF THE BUY LIST ON DESCENDING SHORTFALL.           *
036300     MOVE BYE-MODEL (BUY-IDX) TO BL-MODEL.
036400     MOVE BYE-ON-HAND (BUY-IDX) TO BL-ON-HAND.
036500     MOVE BYE-MIN-STOCK (BUY-IDX) TO BL-MIN-STOCK.
036510     MOVE BYE-ON-ORDER (BUY-IDX) TO BL-ON-ORDER.
036600     MOVE BYE-SHORTFALL (BUY-IDX) TO BL-SHORTFALL.
036700     MOVE BYE-SUGGESTED (BUY-IDX) TO BL-SUGGESTED.
036800     WRITE REPORT-LINE FROM BUY-LINE.
