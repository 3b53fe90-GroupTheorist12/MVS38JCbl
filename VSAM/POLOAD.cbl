000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. POLOAD.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* LOADS PURCHASING'S APPROVED CAR ORDERS ONTO THE OPEN PURCHASE *
000900* ORDER CLUSTER (DDNAME OPENPO).  THE APPROVED ORDERS ARE THE   *
001000* ORDER RECORDS CARREORD SUGGESTS (UT-S-ORDERS), RETURNED BY    *
001100* PURCHASING ON UT-S-POAPPR WITH THE QUANTITY ACTUALLY ORDERED  *
001200* IN ORD-SUGGESTED AND THE PO NUMBER, ORDER DATE AND EXPECTED   *
001300* DELIVERY DATE FILLED IN (COLS 57-80):                         *
001400*   COL 57-64  PO NUMBER     (BLANK - NOT APPROVED, SKIPPED)    *
001500*   COL 65-72  ORDER DATE    CCYYMMDD (BLANK FOR RUN DATE)      *
001600*   COL 73-80  EXPECTED DATE CCYYMMDD (REQUIRED)                *
001700*                                                               *
001800* OPENPO IS KEYED BY PO NUMBER AND A LINE NUMBER THIS PROGRAM *
001900* ASSIGNS (ONE MORE THAN THE HIGHEST LINE ALREADY ON THE PO),   *
002000* SO ONE PO MAY COVER SEVERAL MODELS; MAKE AND MODEL ARE DATA.  *
002010* A PO ALREADY CARRYING A LINE FOR THE SAME MAKE AND MODEL IS   *
002100* REJECTED, SO THE LOAD MAY BE RERUN.                           *
002200*                                                               *
002300* EVERY RECORD IS LISTED ON A REGISTER WITH ITS DISPOSITION.    *
002400*                                                               *
002500* MODIFICATION HISTORY.                                         *
002600*   DATE       INIT  DESCRIPTION                                *
002700*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002710*   10/15/2026 JM    OPENPO RE-KEYED ON PO NUMBER AND LINE      *
002720*                    NUMBER; THE 44-BYTE MAKE/MODEL/PO KEY WAS  *
002730*                    LONGER THAN THE 36 BYTES VSAMIO CARRIES.   *
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
003800     SELECT APPROVED-ORDER-FILE
003900         ASSIGN TO UT-S-POAPPR.
004000
004100     SELECT REPORT-FILE
004200         ASSIGN TO UR-1403-S-SYSPRINT.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  APPROVED-ORDER-FILE
004700     LABEL RECORDS ARE OMITTED
004800     RECORD CONTAINS 80 CHARACTERS
004900     BLOCK CONTAINS 0 RECORDS
005000     DATA RECORD IS ORDER-RECORD.
005100 01  ORDER-RECORD.
005200     02  ORD-CAR-MAKE            PIC X(16).
005300     02  ORD-CAR-MODEL           PIC X(20).
005400     02  ORD-ON-HAND             PIC 9(05).
005500     02  ORD-MIN-STOCK           PIC 9(05).
005600     02  ORD-TARGET-STOCK        PIC 9(05).
005700     02  ORD-SUGGESTED           PIC 9(05).
005800     02  ORD-PO-NUMBER           PIC X(08).
005900     02  ORD-ORDER-DATE          PIC X(08).
006000     02  FILLER REDEFINES ORD-ORDER-DATE.
006100         03  ORD-ORDER-DATE-N    PIC 9(08).
006200     02  ORD-EXPECTED-DATE       PIC X(08).
006300     02  FILLER REDEFINES ORD-EXPECTED-DATE.
006400         03  ORD-EXPECTED-DATE-N PIC 9(08).
006500
006600 FD  REPORT-FILE
006700     LABEL RECORDS ARE OMITTED
006800     RECORD CONTAINS 132 CHARACTERS
006900     BLOCK CONTAINS 0 RECORDS
007000     DATA RECORD IS REPORT-LINE.
007100 01  REPORT-LINE                 PIC X(132).
007200
007300 WORKING-STORAGE SECTION.
007400 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007500     88  END-OF-FILE                         VALUE 'Y'.
007510 77  PO-EOF-SWITCH               PIC X(01)   VALUE 'N'.
007520     88  PO-EOF                              VALUE 'Y'.
007530 77  PO-DUPLICATE-SWITCH         PIC X(01)   VALUE 'N'.
007540     88  PO-DUPLICATE                        VALUE 'Y'.
007600
007700 77  RECORD-COUNTER              PIC S9(8) COMP VALUE ZERO.
007800 77  LOADED-COUNTER              PIC S9(8) COMP VALUE ZERO.
007900 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008000 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008010
008020 01  WS-LAST-LINE-NUMBER         PIC 9(03)   VALUE ZERO.
008100
008200 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
008300 01  FILLER REDEFINES WS-RUN-DATE.
008400     02  WS-RUN-YY               PIC 9(02).
008500     02  WS-RUN-MM               PIC 9(02).
008600     02  WS-RUN-DD               PIC 9(02).
008700 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
008800 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
008900     02  WS-RUN-CCYY             PIC 9(04).
009000     02  WS-RUN-CMM              PIC 9(02).
009100     02  WS-RUN-CDD              PIC 9(02).
009200
009300 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
009400
009500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009600 01  OPEN-PO-FILE                COPY VSAMIOFB.
009700
009800* ************************************************************** *
009900* OPEN PURCHASE ORDER LINE (DDNAME OPENPO, KEYED BY PO NUMBER   *
010000* AND LINE NUMBER), ALSO DESCRIBED IN CARPOST, CARREORD AND      *
010100* POWEEK.  QUANTITY RECEIVED NEVER EXCEEDS QUANTITY ORDERED;     *
010200* CARPOST JOURNALS ANY EXCESS TO POOVRC.  A LINE IS CLOSED ONCE  *
010300* IT IS RECEIVED IN FULL.                                        *
010400* ************************************************************** *
010500 01  OPEN-PO-RECORD.
010600     02  POR-KEY.
010700         03  POR-PO-NUMBER       PIC X(08).
010800         03  POR-LINE-NUMBER     PIC 9(03).
010900     02  POR-CAR-MAKE            PIC X(16).
010910     02  POR-CAR-MODEL           PIC X(20).
011000     02  POR-STATUS              PIC X(01).
011100         88  POR-OPEN                        VALUE 'O'.
011200         88  POR-CLOSED                      VALUE 'C'.
011300     02  POR-QTY-ORDERED         PIC 9(05).
011400     02  POR-QTY-RECEIVED        PIC 9(05).
011500     02  POR-ORDER-DATE          PIC 9(08).
011600     02  POR-EXPECTED-DATE       PIC 9(08).
011700     02  POR-LAST-RECEIPT-DATE   PIC 9(08).
011800     02  FILLER                  PIC X(18).
011900
012000 01  HEADING-LINE-1.
012100     02  FILLER                  PIC X(44)   VALUE
012200         'POLOAD - APPROVED PURCHASE ORDER LOAD REGIST'.
012300     02  FILLER                  PIC X(88)   VALUE 'ER'.
012400
012500 01  HEADING-LINE-2.
012600     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
012700     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
012800     02  FILLER                  PIC X(10)   VALUE 'PO NUMBER'.
012900     02  FILLER                  PIC X(07)   VALUE '  QTY'.
013000     02  FILLER                  PIC X(10)   VALUE 'ORDERED'.
013100     02  FILLER                  PIC X(10)   VALUE 'EXPECTED'.
013200     02  FILLER                  PIC X(55)   VALUE 'RESULT'.
013300
013400 01  REGISTER-LINE.
013500     02  RL-CAR-MAKE             PIC X(16).
013600     02  FILLER                  PIC X(02)   VALUE SPACES.
013700     02  RL-CAR-MODEL            PIC X(20).
013800     02  FILLER                  PIC X(02)   VALUE SPACES.
013900     02  RL-PO-NUMBER            PIC X(08).
014000     02  FILLER                  PIC X(02)   VALUE SPACES.
014100     02  RL-QUANTITY             PIC ZZZZ9.
014200     02  FILLER                  PIC X(02)   VALUE SPACES.
014300     02  RL-ORDER-DATE           PIC X(08).
014400     02  FILLER                  PIC X(02)   VALUE SPACES.
014500     02  RL-EXPECTED-DATE        PIC X(08).
014600     02  FILLER                  PIC X(02)   VALUE SPACES.
014700     02  RL-RESULT               PIC X(30).
014800     02  FILLER                  PIC X(25)   VALUE SPACES.
014900
015000 PROCEDURE DIVISION.
015100
015200 000-INITIATE.
015300
015400     ACCEPT WS-RUN-DATE FROM DATE.
015500     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
015600     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
015700     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
015800     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
015900     MOVE WS-RUN-MM TO WS-RUN-CMM.
016000     MOVE WS-RUN-DD TO WS-RUN-CDD.
016100
016200     OPEN INPUT APPROVED-ORDER-FILE.
016300     OPEN OUTPUT REPORT-FILE.
016400     WRITE REPORT-LINE FROM HEADING-LINE-1.
016500     WRITE REPORT-LINE FROM HEADING-LINE-2.
016600
016700     MOVE 'OPENPO' TO VSIO-DDNAME OF OPEN-PO-FILE.
016800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF OPEN-PO-FILE.
016900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF OPEN-PO-FILE.
017000     MOVE VSIO-I-O TO VSIO-MODE OF OPEN-PO-FILE.
017100     MOVE +100 TO VSIO-RECORD-LENGTH OF OPEN-PO-FILE.
017200     MOVE +0 TO VSIO-KEY-POSITION OF OPEN-PO-FILE.
017300     MOVE +11 TO VSIO-KEY-LENGTH OF OPEN-PO-FILE.
017400     MOVE VSIO-OPEN TO VSIO-COMMAND.
017500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017600                         OPEN-PO-FILE,
017700                         OPEN-PO-RECORD.
017800*    END-CALL.
017900     IF NOT VSIO-SUCCESS
018000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018100         MOVE +8 TO RETURN-CODE
018200         STOP RUN.
018300*    END-IF.
018400
018500 010-PROCESS.
018600
018700     PERFORM 110-LOAD-ONE-ORDER
018800        THRU 119-EXIT
018900       UNTIL END-OF-FILE.
019000*    END-PERFORM.
019100
019200 020-TERMINATE.
019300
019400     CLOSE APPROVED-ORDER-FILE.
019500     CLOSE REPORT-FILE.
019600
019700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
019800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019900                         OPEN-PO-FILE,
020000                         OPEN-PO-RECORD.
020100*    END-CALL.
020200
020300     DISPLAY 'POLOAD: ORDERS READ:      ' RECORD-COUNTER.
020400     DISPLAY 'POLOAD: PO LINES LOADED:  ' LOADED-COUNTER.
020500     DISPLAY 'POLOAD: NOT APPROVED:     ' SKIPPED-COUNTER.
020600     DISPLAY 'POLOAD: REJECTED:         ' REJECT-COUNTER.
020700     STOP RUN.
020800
020900 110-LOAD-ONE-ORDER.
021000
021100     READ APPROVED-ORDER-FILE
021200         AT END
021300             MOVE 'Y' TO END-OF-FILE-SWITCH
021400             GO TO 119-EXIT.
021500*    END-READ.
021600
021700     ADD +1 TO RECORD-COUNTER.
021800
021900     MOVE ORD-CAR-MAKE TO RL-CAR-MAKE.
022000     MOVE ORD-CAR-MODEL TO RL-CAR-MODEL.
022100     MOVE ORD-PO-NUMBER TO RL-PO-NUMBER.
022200     IF ORD-SUGGESTED NUMERIC
022300         MOVE ORD-SUGGESTED TO RL-QUANTITY
022400     ELSE
022500         MOVE ZERO TO RL-QUANTITY.
022600*    END-IF.
022700     IF ORD-ORDER-DATE EQUAL SPACES
022800         MOVE WS-RUN-CCYYMMDD TO ORD-ORDER-DATE-N.
022900*    END-IF.
023000     MOVE ORD-ORDER-DATE TO RL-ORDER-DATE.
023100     MOVE ORD-EXPECTED-DATE TO RL-EXPECTED-DATE.
023200
023300     IF ORD-PO-NUMBER EQUAL SPACES
023400         MOVE 'NOT APPROVED - NO PO NUMBER' TO RL-RESULT
023500         WRITE REPORT-LINE FROM REGISTER-LINE
023600         ADD +1 TO SKIPPED-COUNTER
023700         GO TO 119-EXIT.
023800*    END-IF.
023900
024000     IF ORD-CAR-MAKE EQUAL SPACES
024100     OR ORD-CAR-MODEL EQUAL SPACES
024200         MOVE 'MAKE AND MODEL REQUIRED' TO RL-RESULT
024300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024400         GO TO 119-EXIT.
024500*    END-IF.
024600
024700     IF ORD-SUGGESTED NOT NUMERIC
024800     OR ORD-SUGGESTED EQUAL ZERO
024900         MOVE 'QUANTITY ORDERED INVALID' TO RL-RESULT
025000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025100         GO TO 119-EXIT.
025200*    END-IF.
025300
025400     IF ORD-ORDER-DATE-N NOT NUMERIC
025500     OR ORD-EXPECTED-DATE-N NOT NUMERIC
025600         MOVE 'ORDER/EXPECTED DATE INVALID' TO RL-RESULT
025700         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025800         GO TO 119-EXIT.
025900*    END-IF.
026000
026100     IF ORD-EXPECTED-DATE-N LESS THAN ORD-ORDER-DATE-N
026200         MOVE 'EXPECTED BEFORE ORDER DATE' TO RL-RESULT
026300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026400         GO TO 119-EXIT.
026500*    END-IF.
026600
026610     PERFORM 150-ASSIGN-LINE-NUMBER THRU 159-EXIT.
026620     IF PO-DUPLICATE
026630         MOVE 'PO LINE ALREADY ON FILE' TO RL-RESULT
026640         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026650         GO TO 119-EXIT.
026660*    END-IF.
026670     IF WS-LAST-LINE-NUMBER EQUAL 999
026680         MOVE 'PO HAS NO LINE NUMBERS LEFT' TO RL-RESULT
026690         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026695         GO TO 119-EXIT.
026698*    END-IF.
026699
026700     MOVE SPACES TO OPEN-PO-RECORD.
026800     MOVE ORD-PO-NUMBER TO POR-PO-NUMBER.
026900     COMPUTE POR-LINE-NUMBER = WS-LAST-LINE-NUMBER + 1.
027000     MOVE ORD-CAR-MAKE TO POR-CAR-MAKE.
027010     MOVE ORD-CAR-MODEL TO POR-CAR-MODEL.
027100     MOVE 'O' TO POR-STATUS.
027200     MOVE ORD-SUGGESTED TO POR-QTY-ORDERED.
027300     MOVE ZERO TO POR-QTY-RECEIVED.
027400     MOVE ORD-ORDER-DATE-N TO POR-ORDER-DATE.
027500     MOVE ORD-EXPECTED-DATE-N TO POR-EXPECTED-DATE.
027600     MOVE ZERO TO POR-LAST-RECEIPT-DATE.
027700     MOVE VSIO-WRITE TO VSIO-COMMAND.
027800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027900                         OPEN-PO-FILE,
028000                         OPEN-PO-RECORD.
028100*    END-CALL.
028200     IF VSIO-SUCCESS
028300         MOVE 'PO LINE LOADED' TO RL-RESULT
028400         WRITE REPORT-LINE FROM REGISTER-LINE
028500         ADD +1 TO LOADED-COUNTER
028600     ELSE
028700         IF VSIO-RECORD-NOT-FOUND
028800             MOVE 'PO LINE ALREADY ON FILE' TO RL-RESULT
028900         ELSE
029000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029100             MOVE 'LOAD FAILED - SEE JOB LOG' TO RL-RESULT
029200         END-IF
029300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
029400         MOVE +0 TO VSIO-RETURN-CODE.
029500*    END-IF.
029600
029700 119-EXIT.
029800     EXIT.
029801
029804* ************************************************************** *
029807* READS THE LINES ALREADY ON FILE FOR THE PO.  WS-LAST-LINE-     *
029810* NUMBER RETURNS THE HIGHEST LINE NUMBER (ZERO FOR A NEW PO) AND *
029813* PO-DUPLICATE IS SET WHEN A LINE FOR THE SAME MAKE AND MODEL IS *
029816* ALREADY THERE.                                                 *
029819* ************************************************************** *
029822 150-ASSIGN-LINE-NUMBER.
029825
029828     MOVE ZERO TO WS-LAST-LINE-NUMBER.
029831     MOVE 'N' TO PO-DUPLICATE-SWITCH.
029834     MOVE 'N' TO PO-EOF-SWITCH.
029837     MOVE SPACES TO OPEN-PO-RECORD.
029840     MOVE ORD-PO-NUMBER TO POR-PO-NUMBER.
029843     MOVE ZERO TO POR-LINE-NUMBER.
029846     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
029849     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029852                         OPEN-PO-FILE,
029855                         OPEN-PO-RECORD.
029858*    END-CALL.
029861     IF NOT VSIO-SUCCESS
029864         MOVE +0 TO VSIO-RETURN-CODE
029867         GO TO 159-EXIT.
029870*    END-IF.
029873
029876     PERFORM 155-CHECK-ONE-LINE
029879        THRU 155-EXIT
029882       UNTIL PO-EOF
029885          OR PO-DUPLICATE.
029888*    END-PERFORM.
029891
029894 159-EXIT.
029897     EXIT.
029900
029903 155-CHECK-ONE-LINE.
029906
029909     MOVE SPACES TO OPEN-PO-RECORD.
029912     MOVE VSIO-READ TO VSIO-COMMAND.
029915     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029918                         OPEN-PO-FILE,
029921                         OPEN-PO-RECORD.
029924*    END-CALL.
029927     IF NOT VSIO-SUCCESS
029930         IF NOT VSIO-END-OF-FILE
029933             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029936         END-IF
029939         MOVE +0 TO VSIO-RETURN-CODE
029942         MOVE 'Y' TO PO-EOF-SWITCH
029945         GO TO 155-EXIT.
029948*    END-IF.
029951
029954     IF POR-PO-NUMBER NOT EQUAL ORD-PO-NUMBER
029957         MOVE 'Y' TO PO-EOF-SWITCH
029960         GO TO 155-EXIT.
029963*    END-IF.
029966
029969     MOVE POR-LINE-NUMBER TO WS-LAST-LINE-NUMBER.
029972     IF POR-CAR-MAKE EQUAL ORD-CAR-MAKE
029975     AND POR-CAR-MODEL EQUAL ORD-CAR-MODEL
029978         MOVE 'Y' TO PO-DUPLICATE-SWITCH.
029981*    END-IF.
029984
029987 155-EXIT.
029990     EXIT.
029993
030000 170-WRITE-REJECT.
030100
030200     WRITE REPORT-LINE FROM REGISTER-LINE.
030300     ADD +1 TO REJECT-COUNTER.
030400
030500 179-EXIT.
030600     EXIT.
030700
030800* ************************************************************** *
030900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
031000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
031100* PROGRAM IN THIS SUITE.                                         *
031200* ************************************************************** *
031300 500-DISPLAY-UNKNOWN-ERROR.
031400
031500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
031600     EXHIBIT NAMED VSIO-RETURN-CODE.
031700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
031800                   VSIO-VSAM-FUNCTION-CODE,
031900                   VSIO-VSAM-FEEDBACK-CODE.
032000
032100 509-EXIT.
032200     EXIT.
