000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. POWEEK.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* WEEKLY PURCHASING REPORT FOR CAR REPLENISHMENT, IN TWO PARTS: *
000900*                                                               *
001000* OVERDUE ORDERS - EVERY OPEN PURCHASE ORDER LINE ON OPENPO     *
001100* (LOADED BY POLOAD, RECEIVED AGAINST BY CARPOST) WHOSE         *
001200* EXPECTED DATE HAS PASSED WITH UNITS STILL DUE, WITH THE       *
001300* NUMBER OF DAYS IT IS LATE, IN PO NUMBER ORDER.                *
001400*                                                               *
001500* OVER-RECEIPTS - EVERY RECEIPT CARPOST JOURNALED TO POOVRC IN  *
001600* THE REPORTING WINDOW BECAUSE IT BROUGHT IN MORE UNITS THAN    *
001700* WERE STILL DUE ON THE OPEN ORDERS FOR THE MODEL (OR THE MODEL *
001800* HAD NO ORDER AT ALL).                                         *
001900*                                                               *
002000* SYSIN CARD (OPTIONAL):                                        *
002100*   COL 1-3    DAYS IN THE OVER-RECEIPT WINDOW (DEFAULT 7)      *
002200*                                                               *
002300* RETURN CODE 8 ON ANY VSAMIO ERROR.                            *
002400*                                                               *
002500* MODIFICATION HISTORY.                                         *
002600*   DATE       INIT  DESCRIPTION                                *
002700*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002710*   10/15/2026 JM    OPENPO IS NOW KEYED BY PO NUMBER AND LINE  *
002720*                    NUMBER, WITH MAKE AND MODEL CARRIED AS     *
002730*                    DATA.                                      *
002800* ************************************************************* *
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT CONTROL-CARD-FILE
003900         ASSIGN TO UT-S-SYSIN.
004000
004100     SELECT REPORT-FILE
004200         ASSIGN TO UR-1403-S-SYSPRINT.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CONTROL-CARD-FILE
004700     LABEL RECORDS ARE OMITTED
004800     RECORD CONTAINS 80 CHARACTERS
004900     BLOCK CONTAINS 0 RECORDS
005000     DATA RECORD IS CONTROL-CARD-RECORD.
005100 01  CONTROL-CARD-RECORD.
005200     02  CC-WINDOW-DAYS          PIC 9(03).
005300     02  FILLER                  PIC X(77).
005400
005500 FD  REPORT-FILE
005600     LABEL RECORDS ARE OMITTED
005700     RECORD CONTAINS 132 CHARACTERS
005800     BLOCK CONTAINS 0 RECORDS
005900     DATA RECORD IS REPORT-LINE.
006000 01  REPORT-LINE                 PIC X(132).
006100
006200 WORKING-STORAGE SECTION.
006300 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
006400     88  END-OF-FILE                         VALUE 'Y'.
006500
006600 77  PO-READ-COUNTER             PIC S9(8) COMP VALUE ZERO.
006700 77  OVERDUE-COUNTER             PIC S9(8) COMP VALUE ZERO.
006800 77  OVERDUE-UNITS               PIC S9(8) COMP VALUE ZERO.
006900 77  JOURNAL-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
007000 77  OVER-RECEIPT-COUNTER        PIC S9(8) COMP VALUE ZERO.
007100 77  OVER-RECEIPT-UNITS          PIC S9(8) COMP VALUE ZERO.
007200 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
007300
007400 01  WS-WINDOW-DAYS              PIC S9(4) COMP VALUE +7.
007500 01  WS-UNITS-DUE                PIC S9(5) COMP-3 VALUE ZERO.
007600
007700 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
007800 01  FILLER REDEFINES WS-RUN-DATE.
007900     02  WS-RUN-YY               PIC 9(02).
008000     02  WS-RUN-MM               PIC 9(02).
008100     02  WS-RUN-DD               PIC 9(02).
008200 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
008300 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
008400     02  WS-RUN-CCYY             PIC 9(04).
008500     02  WS-RUN-CMM              PIC 9(02).
008600     02  WS-RUN-CDD              PIC 9(02).
008700
008800 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
008900 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
009000
009100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009200 01  OPEN-PO-FILE                COPY VSAMIOFB.
009300 01  OVER-RECEIPT-FILE           COPY VSAMIOFB.
009400
009500* ************************************************************** *
009600* OPEN PURCHASE ORDER LINE (DDNAME OPENPO, KEYED BY PO NUMBER   *
009700* AND LINE NUMBER), ALSO DESCRIBED IN POLOAD.                    *
009800* ************************************************************** *
009900 01  OPEN-PO-RECORD.
010000     02  POR-KEY.
010100         03  POR-PO-NUMBER       PIC X(08).
010200         03  POR-LINE-NUMBER     PIC 9(03).
010300     02  POR-CAR-MAKE            PIC X(16).
010310     02  POR-CAR-MODEL           PIC X(20).
010400     02  POR-STATUS              PIC X(01).
010500         88  POR-OPEN                        VALUE 'O'.
010600         88  POR-CLOSED                      VALUE 'C'.
010700     02  POR-QTY-ORDERED         PIC 9(05).
010800     02  POR-QTY-RECEIVED        PIC 9(05).
010900     02  POR-ORDER-DATE          PIC 9(08).
011000     02  POR-EXPECTED-DATE       PIC 9(08).
011100     02  POR-LAST-RECEIPT-DATE   PIC 9(08).
011200     02  FILLER                  PIC X(18).
011300
011400* ************************************************************** *
011500* OVER-RECEIPT JOURNAL (DDNAME POOVRC), ALSO DESCRIBED IN        *
011600* CARPOST.                                                       *
011700* ************************************************************** *
011800 01  OVER-RECEIPT-RECORD.
011900     02  POX-RECEIPT-DATE        PIC 9(08).
012000     02  POX-CAR-MAKE            PIC X(16).
012100     02  POX-CAR-MODEL           PIC X(20).
012200     02  POX-PO-NUMBER           PIC X(08).
012300     02  POX-UNITS-RECEIVED      PIC 9(05).
012400     02  POX-UNITS-OVER          PIC 9(05).
012500     02  POX-GENERATION          PIC X(08).
012600     02  FILLER                  PIC X(10).
012700
012800 01  HEADING-LINE-1.
012900     02  FILLER                  PIC X(44)   VALUE
013000         'POWEEK - PURCHASING WEEKLY REPORT AS OF     '.
013100     02  HL-RUN-DATE             PIC 9(08).
013200     02  FILLER                  PIC X(80)   VALUE SPACES.
013300
013400 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
013500
013600 01  SECTION-LINE.
013700     02  SL-TITLE                PIC X(60).
013800     02  FILLER                  PIC X(72)   VALUE SPACES.
013900
014000 01  WINDOW-LINE.
014100     02  FILLER                  PIC X(26)   VALUE
014200         'OVER-RECEIPTS IN THE LAST '.
014300     02  WL-WINDOW-DAYS          PIC ZZ9.
014400     02  FILLER                  PIC X(103)  VALUE ' DAYS'.
014500
014600 01  OVERDUE-HEADING.
014700     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
014800     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
014900     02  FILLER                  PIC X(10)   VALUE 'PO NUMBER'.
015000     02  FILLER                  PIC X(09)   VALUE '  ORDERED'.
015100     02  FILLER                  PIC X(10)   VALUE '  RECEIVED'.
015200     02  FILLER                  PIC X(07)   VALUE '    DUE'.
015300     02  FILLER                  PIC X(10)   VALUE '  ORDERED'.
015400     02  FILLER                  PIC X(10)   VALUE '  EXPECTED'.
015500     02  FILLER                  PIC X(11)   VALUE '  DAYS LATE'.
015600     02  FILLER                  PIC X(25)   VALUE SPACES.
015700
015800 01  OVERDUE-LINE.
015900     02  OL-CAR-MAKE             PIC X(16).
016000     02  FILLER                  PIC X(02)   VALUE SPACES.
016100     02  OL-CAR-MODEL            PIC X(20).
016200     02  FILLER                  PIC X(02)   VALUE SPACES.
016300     02  OL-PO-NUMBER            PIC X(08).
016400     02  FILLER                  PIC X(02)   VALUE SPACES.
016500     02  OL-ORDERED              PIC ZZ,ZZ9.
016600     02  FILLER                  PIC X(04)   VALUE SPACES.
016700     02  OL-RECEIVED             PIC ZZ,ZZ9.
016800     02  FILLER                  PIC X(01)   VALUE SPACES.
016900     02  OL-DUE                  PIC ZZ,ZZ9.
017000     02  FILLER                  PIC X(02)   VALUE SPACES.
017100     02  OL-ORDER-DATE           PIC 9(08).
017200     02  FILLER                  PIC X(02)   VALUE SPACES.
017300     02  OL-EXPECTED-DATE        PIC 9(08).
017400     02  FILLER                  PIC X(02)   VALUE SPACES.
017500     02  OL-DAYS-LATE            PIC ZZ,ZZZ,ZZ9.
017600     02  FILLER                  PIC X(25)   VALUE SPACES.
017700
017800 01  OVER-RECEIPT-HEADING.
017900     02  FILLER                  PIC X(10)   VALUE 'RECEIVED'.
018000     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
018100     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
018200     02  FILLER                  PIC X(14)   VALUE 'PO NUMBER'.
018300     02  FILLER                  PIC X(08)   VALUE '   UNITS'.
018400     02  FILLER                  PIC X(08)   VALUE '    OVER'.
018500     02  FILLER                  PIC X(10)   VALUE '  FEED GEN'.
018600     02  FILLER                  PIC X(42)   VALUE SPACES.
018700
018800 01  OVER-RECEIPT-LINE.
018900     02  XL-RECEIPT-DATE         PIC 9(08).
019000     02  FILLER                  PIC X(02)   VALUE SPACES.
019100     02  XL-CAR-MAKE             PIC X(16).
019200     02  FILLER                  PIC X(02)   VALUE SPACES.
019300     02  XL-CAR-MODEL            PIC X(20).
019400     02  FILLER                  PIC X(02)   VALUE SPACES.
019500     02  XL-PO-NUMBER            PIC X(12).
019600     02  FILLER                  PIC X(02)   VALUE SPACES.
019700     02  XL-UNITS-RECEIVED       PIC ZZ,ZZ9.
019800     02  FILLER                  PIC X(02)   VALUE SPACES.
019900     02  XL-UNITS-OVER           PIC ZZ,ZZ9.
020000     02  FILLER                  PIC X(02)   VALUE SPACES.
020100     02  XL-GENERATION           PIC X(08).
020200     02  FILLER                  PIC X(44)   VALUE SPACES.
020300
020400 01  TOTAL-LINE.
020500     02  TL-LABEL                PIC X(30).
020600     02  TL-COUNT                PIC ZZ,ZZZ,ZZ9.
020700     02  FILLER                  PIC X(10)   VALUE '   UNITS: '.
020800     02  TL-UNITS                PIC ZZ,ZZZ,ZZ9.
020900     02  FILLER                  PIC X(72)   VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200
021300 000-INITIATE.
021400
021500     OPEN INPUT CONTROL-CARD-FILE.
021600     MOVE SPACES TO CONTROL-CARD-RECORD.
021700     READ CONTROL-CARD-FILE
021800         AT END CONTINUE
021900     END-READ.
022000     CLOSE CONTROL-CARD-FILE.
022100
022200     IF CC-WINDOW-DAYS NUMERIC
022300     AND CC-WINDOW-DAYS GREATER THAN ZERO
022400         MOVE CC-WINDOW-DAYS TO WS-WINDOW-DAYS.
022500*    END-IF.
022600
022700     ACCEPT WS-RUN-DATE FROM DATE.
022800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
022900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
023000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
023100     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
023200     MOVE WS-RUN-MM TO WS-RUN-CMM.
023300     MOVE WS-RUN-DD TO WS-RUN-CDD.
023400
023500     OPEN OUTPUT REPORT-FILE.
023600     MOVE WS-RUN-CCYYMMDD TO HL-RUN-DATE.
023700     WRITE REPORT-LINE FROM HEADING-LINE-1.
023800
023900     MOVE 'OPENPO' TO VSIO-DDNAME OF OPEN-PO-FILE.
024000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF OPEN-PO-FILE.
024100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF OPEN-PO-FILE.
024200     MOVE VSIO-INPUT TO VSIO-MODE OF OPEN-PO-FILE.
024300     MOVE +100 TO VSIO-RECORD-LENGTH OF OPEN-PO-FILE.
024400     MOVE +0 TO VSIO-KEY-POSITION OF OPEN-PO-FILE.
024500     MOVE +11 TO VSIO-KEY-LENGTH OF OPEN-PO-FILE.
024600     MOVE VSIO-OPEN TO VSIO-COMMAND.
024700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024800                         OPEN-PO-FILE,
024900                         OPEN-PO-RECORD.
025000*    END-CALL.
025100     IF NOT VSIO-SUCCESS
025200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
025300         MOVE +8 TO RETURN-CODE
025400         STOP RUN.
025500*    END-IF.
025600
025700     MOVE 'POOVRC' TO VSIO-DDNAME OF OVER-RECEIPT-FILE.
025800     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF OVER-RECEIPT-FILE.
025900     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF OVER-RECEIPT-FILE.
026000     MOVE VSIO-INPUT TO VSIO-MODE OF OVER-RECEIPT-FILE.
026100     MOVE +80 TO VSIO-RECORD-LENGTH OF OVER-RECEIPT-FILE.
026200     MOVE +0 TO VSIO-KEY-POSITION OF OVER-RECEIPT-FILE.
026300     MOVE +0 TO VSIO-KEY-LENGTH OF OVER-RECEIPT-FILE.
026400     MOVE VSIO-OPEN TO VSIO-COMMAND.
026500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026600                         OVER-RECEIPT-FILE,
026700                         OVER-RECEIPT-RECORD.
026800*    END-CALL.
026900     IF NOT VSIO-SUCCESS
027000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027100         MOVE +8 TO RETURN-CODE
027200         STOP RUN.
027300*    END-IF.
027400
027500 010-PROCESS.
027600
027700     WRITE REPORT-LINE FROM BLANK-LINE.
027800     MOVE 'OVERDUE PURCHASE ORDERS' TO SL-TITLE.
027900     WRITE REPORT-LINE FROM SECTION-LINE.
028000     WRITE REPORT-LINE FROM OVERDUE-HEADING.
028100     MOVE 'N' TO END-OF-FILE-SWITCH.
028200     PERFORM 110-CHECK-ONE-PO
028300        THRU 119-EXIT
028400       UNTIL END-OF-FILE.
028500*    END-PERFORM.
028600     MOVE 'OVERDUE PO LINES:' TO TL-LABEL.
028700     MOVE OVERDUE-COUNTER TO TL-COUNT.
028800     MOVE OVERDUE-UNITS TO TL-UNITS.
028900     WRITE REPORT-LINE FROM TOTAL-LINE.
029000
029100     WRITE REPORT-LINE FROM BLANK-LINE.
029200     MOVE WS-WINDOW-DAYS TO WL-WINDOW-DAYS.
029300     WRITE REPORT-LINE FROM WINDOW-LINE.
029400     WRITE REPORT-LINE FROM OVER-RECEIPT-HEADING.
029500     MOVE 'N' TO END-OF-FILE-SWITCH.
029600     PERFORM 130-CHECK-ONE-OVER-RECEIPT
029700        THRU 139-EXIT
029800       UNTIL END-OF-FILE.
029900*    END-PERFORM.
030000     MOVE 'OVER-RECEIPTS:' TO TL-LABEL.
030100     MOVE OVER-RECEIPT-COUNTER TO TL-COUNT.
030200     MOVE OVER-RECEIPT-UNITS TO TL-UNITS.
030300     WRITE REPORT-LINE FROM TOTAL-LINE.
030400
030500 020-TERMINATE.
030600
030700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030900                         OPEN-PO-FILE,
031000                         OPEN-PO-RECORD.
031100*    END-CALL.
031200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031300                         OVER-RECEIPT-FILE,
031400                         OVER-RECEIPT-RECORD.
031500*    END-CALL.
031600     CLOSE REPORT-FILE.
031700
031800     IF ERROR-COUNTER GREATER THAN ZERO
031900         MOVE +8 TO RETURN-CODE.
032000*    END-IF.
032100
032200     DISPLAY 'POWEEK: PO LINES READ:        ' PO-READ-COUNTER.
032300     DISPLAY 'POWEEK: OVERDUE PO LINES:     ' OVERDUE-COUNTER.
032400     DISPLAY 'POWEEK: JOURNAL RECORDS READ: '
032500             JOURNAL-READ-COUNTER.
032600     DISPLAY 'POWEEK: OVER-RECEIPTS LISTED: '
032700             OVER-RECEIPT-COUNTER.
032800     DISPLAY 'POWEEK: VSAMIO ERRORS:        ' ERROR-COUNTER.
032900     STOP RUN.
033000
033100* ************************************************************** *
033200* LISTS AN OPEN PO LINE WHOSE EXPECTED DATE IS BEFORE TODAY AND  *
033300* WHICH STILL HAS UNITS DUE.                                     *
033400* ************************************************************** *
033500 110-CHECK-ONE-PO.
033600
033700     MOVE VSIO-READ TO VSIO-COMMAND.
033800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033900                         OPEN-PO-FILE,
034000                         OPEN-PO-RECORD.
034100*    END-CALL.
034200     IF NOT VSIO-SUCCESS
034300         IF VSIO-END-OF-FILE
034400             MOVE 'Y' TO END-OF-FILE-SWITCH
034500             GO TO 119-EXIT
034600         ELSE
034700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034800             ADD +1 TO ERROR-COUNTER
034900             MOVE 'Y' TO END-OF-FILE-SWITCH
035000             GO TO 119-EXIT.
035100*        END-IF
035200*    END-IF.
035300
035400     ADD +1 TO PO-READ-COUNTER.
035500     IF NOT POR-OPEN
035600     OR POR-QTY-RECEIVED NOT LESS THAN POR-QTY-ORDERED
035700     OR POR-EXPECTED-DATE NOT LESS THAN WS-RUN-CCYYMMDD
035800         GO TO 119-EXIT.
035900*    END-IF.
036000
036100     COMPUTE WS-UNITS-DUE = POR-QTY-ORDERED - POR-QTY-RECEIVED.
036200     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
036300     MOVE POR-EXPECTED-DATE TO DDIF-FROM-DATE.
036400     MOVE WS-RUN-CCYYMMDD TO DDIF-TO-DATE.
036500     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
036600     IF DDIF-SUCCESS
036700         MOVE DDIF-DAYS TO OL-DAYS-LATE
036800     ELSE
036900         MOVE ZERO TO OL-DAYS-LATE.
037000*    END-IF.
037100
037200     MOVE POR-CAR-MAKE TO OL-CAR-MAKE.
037300     MOVE POR-CAR-MODEL TO OL-CAR-MODEL.
037400     MOVE POR-PO-NUMBER TO OL-PO-NUMBER.
037500     MOVE POR-QTY-ORDERED TO OL-ORDERED.
037600     MOVE POR-QTY-RECEIVED TO OL-RECEIVED.
037700     MOVE WS-UNITS-DUE TO OL-DUE.
037800     MOVE POR-ORDER-DATE TO OL-ORDER-DATE.
037900     MOVE POR-EXPECTED-DATE TO OL-EXPECTED-DATE.
038000     WRITE REPORT-LINE FROM OVERDUE-LINE.
038100     ADD +1 TO OVERDUE-COUNTER.
038200     ADD WS-UNITS-DUE TO OVERDUE-UNITS.
038300
038400 119-EXIT.
038500     EXIT.
038600
038700* ************************************************************** *
038800* LISTS AN OVER-RECEIPT JOURNALED WITHIN THE REPORTING WINDOW.   *
038900* ************************************************************** *
039000 130-CHECK-ONE-OVER-RECEIPT.
039100
039200     MOVE VSIO-READ TO VSIO-COMMAND.
039300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039400                         OVER-RECEIPT-FILE,
039500                         OVER-RECEIPT-RECORD.
039600*    END-CALL.
039700     IF NOT VSIO-SUCCESS
039800         IF VSIO-END-OF-FILE
039900             MOVE 'Y' TO END-OF-FILE-SWITCH
040000             GO TO 139-EXIT
040100         ELSE
040200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
040300             ADD +1 TO ERROR-COUNTER
040400             MOVE 'Y' TO END-OF-FILE-SWITCH
040500             GO TO 139-EXIT.
040600*        END-IF
040700*    END-IF.
040800
040900     ADD +1 TO JOURNAL-READ-COUNTER.
041000     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
041100     MOVE POX-RECEIPT-DATE TO DDIF-FROM-DATE.
041200     MOVE WS-RUN-CCYYMMDD TO DDIF-TO-DATE.
041300     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
041400     IF NOT DDIF-SUCCESS
041500     OR DDIF-DAYS NOT LESS THAN WS-WINDOW-DAYS
041600         GO TO 139-EXIT.
041700*    END-IF.
041800
041900     MOVE POX-RECEIPT-DATE TO XL-RECEIPT-DATE.
042000     MOVE POX-CAR-MAKE TO XL-CAR-MAKE.
042100     MOVE POX-CAR-MODEL TO XL-CAR-MODEL.
042200     IF POX-PO-NUMBER EQUAL SPACES
042300         MOVE 'NONE ON FILE' TO XL-PO-NUMBER
042400     ELSE
042500         MOVE POX-PO-NUMBER TO XL-PO-NUMBER.
042600*    END-IF.
042700     MOVE POX-UNITS-RECEIVED TO XL-UNITS-RECEIVED.
042800     MOVE POX-UNITS-OVER TO XL-UNITS-OVER.
042900     MOVE POX-GENERATION TO XL-GENERATION.
043000     WRITE REPORT-LINE FROM OVER-RECEIPT-LINE.
043100     ADD +1 TO OVER-RECEIPT-COUNTER.
043200     ADD POX-UNITS-OVER TO OVER-RECEIPT-UNITS.
043300
043400 139-EXIT.
043500     EXIT.
043600
043700* ************************************************************** *
043800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
043900* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
044000* PROGRAM IN THIS SUITE.                                         *
044100* ************************************************************** *
044200 500-DISPLAY-UNKNOWN-ERROR.
044300
044400     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
044500     EXHIBIT NAMED VSIO-RETURN-CODE.
044600     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
044700                   VSIO-VSAM-FUNCTION-CODE,
044800                   VSIO-VSAM-FEEDBACK-CODE.
044900
045000 509-EXIT.
045100     EXIT.
