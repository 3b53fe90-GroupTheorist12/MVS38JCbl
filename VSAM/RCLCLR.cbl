000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCLCLR.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* RECORDS THE COMPLETION OF A MANUFACTURER RECALL REPAIR, ONE   *
000900* VIN AT A TIME.  EACH CLEAR CARD NAMES THE CAMPAIGN AND THE    *
001000* VIN; THE MATCHING RECALL UNIT RECORD (DDNAME RCLUNIT, BUILT   *
001100* BY RCLMATCH) IS MARKED CLEARED WITH THE REPAIR DATE AND       *
001200* REFERENCE, AND THE OPEN RECALL COUNT ON THE VINMSTR UNIT IS   *
001300* REDUCED BY ONE.  A UNIT ON HAND BECOMES SELLABLE AGAIN (SEE   *
001400* VINPOST) ONCE ITS LAST OPEN CAMPAIGN IS CLEARED.              *
001500*                                                               *
001600* CLEAR CARDS ON UT-S-RCLCLRC:                                  *
001700*   COL  1-6   CAMPAIGN NUMBER                                  *
001800*   COL  7-23  VIN                                              *
001900*   COL 24-31  REPAIR DATE, CCYYMMDD (BLANK FOR THE RUN DATE)   *
002000*   COL 32-41  REPAIR ORDER / REFERENCE                         *
002100*                                                               *
002200* A CARD FOR A VIN THE CAMPAIGN NEVER MATCHED, OR ONE ALREADY   *
002300* CLEARED, IS REJECTED.  EVERY CARD IS LISTED ON A REGISTER     *
002400* WITH ITS DISPOSITION.                                         *
002500*                                                               *
002600* MODIFICATION HISTORY.                                         *
002700*   DATE       INIT  DESCRIPTION                                *
002800*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002900* ************************************************************* *
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800
003900     SELECT CLEAR-CARD-FILE
004000         ASSIGN TO UT-S-RCLCLRC.
004100
004200     SELECT REPORT-FILE
004300         ASSIGN TO UR-1403-S-SYSPRINT.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  CLEAR-CARD-FILE
004800     LABEL RECORDS ARE OMITTED
004900     RECORD CONTAINS 80 CHARACTERS
005000     BLOCK CONTAINS 0 RECORDS
005100     DATA RECORD IS CLEAR-CARD-RECORD.
005200 01  CLEAR-CARD-RECORD.
005300     02  CC-CAMPAIGN             PIC X(06).
005400     02  CC-VIN                  PIC X(17).
005500     02  CC-CLEAR-DATE           PIC X(08).
005600     02  FILLER REDEFINES CC-CLEAR-DATE.
005700         03  CC-CLEAR-DATE-N     PIC 9(08).
005800     02  CC-REFERENCE            PIC X(10).
005900     02  FILLER                  PIC X(39).
006000
006100 FD  REPORT-FILE
006200     LABEL RECORDS ARE OMITTED
006300     RECORD CONTAINS 132 CHARACTERS
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS REPORT-LINE.
006600 01  REPORT-LINE                 PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007000     88  END-OF-FILE                         VALUE 'Y'.
007100
007200 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
007300 77  CLEARED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007400 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
007500
007600 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
007700 01  FILLER REDEFINES WS-RUN-DATE.
007800     02  WS-RUN-YY               PIC 9(02).
007900     02  WS-RUN-MM               PIC 9(02).
008000     02  WS-RUN-DD               PIC 9(02).
008100 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
008200 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
008300     02  WS-RUN-CCYY             PIC 9(04).
008400     02  WS-RUN-CMM              PIC 9(02).
008500     02  WS-RUN-CDD              PIC 9(02).
008600
008700 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
008800
008900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009000 01  RECALL-UNIT-FILE            COPY VSAMIOFB.
009100 01  VIN-MASTER-FILE             COPY VSAMIOFB.
009200
009300* ************************************************************** *
009400* RECALL UNIT (DDNAME RCLUNIT, KEYED BY CAMPAIGN NUMBER AND      *
009500* VIN), ALSO DESCRIBED IN RCLMATCH.                              *
009600* ************************************************************** *
009700 01  RECALL-UNIT-RECORD.
009800     02  RCU-KEY.
009900         03  RCU-CAMPAIGN        PIC X(06).
010000         03  RCU-VIN             PIC X(17).
010100     02  RCU-STATUS              PIC X(01).
010200         88  RCU-OPEN                        VALUE 'O'.
010300         88  RCU-CLEARED                     VALUE 'C'.
010400     02  RCU-MATCH-DATE          PIC 9(08).
010500     02  RCU-UNIT-STATUS         PIC X(01).
010600     02  RCU-DEALER-ID           PIC X(05).
010700     02  RCU-CLEAR-DATE          PIC 9(08).
010800     02  RCU-CLEAR-REFERENCE     PIC X(10).
010900     02  FILLER                  PIC X(04).
011000
011100* ************************************************************** *
011200* VIN MASTER (DDNAME VINMSTR), ALSO DESCRIBED IN VINPOST.        *
011300* ************************************************************** *
011400 01  VIN-MASTER-RECORD.
011500     02  VMR-VIN                 PIC X(17).
011600     02  VMR-CAR-MAKE            PIC X(16).
011700     02  VMR-CAR-MODEL           PIC X(20).
011800     02  VMR-FY-PROD             PIC 9(04).
011900     02  VMR-STATUS              PIC X(01).
012000         88  VMR-ON-HAND                     VALUE 'H'.
012100         88  VMR-SOLD                        VALUE 'S'.
012200     02  VMR-RECEIPT-DATE        PIC 9(08).
012300     02  VMR-SALE-DATE           PIC 9(08).
012400     02  VMR-DEALER-ID           PIC X(05).
012500     02  VMR-OPEN-RECALLS        PIC 9(02).
012600     02  FILLER                  PIC X(09).
012700
012800 01  HEADING-LINE-1.
012900     02  FILLER                  PIC X(44)   VALUE
013000         'RCLCLR - RECALL CAMPAIGN COMPLETION REGISTER'.
013100     02  FILLER                  PIC X(88)   VALUE SPACES.
013200
013300 01  HEADING-LINE-2.
013400     02  FILLER                  PIC X(08)   VALUE 'CAMPAIGN'.
013500     02  FILLER                  PIC X(19)   VALUE 'VIN'.
013600     02  FILLER                  PIC X(10)   VALUE 'REPAIRED'.
013700     02  FILLER                  PIC X(12)   VALUE 'REFERENCE'.
013800     02  FILLER                  PIC X(83)   VALUE 'RESULT'.
013900
014000 01  REGISTER-LINE.
014100     02  RL-CAMPAIGN             PIC X(06).
014200     02  FILLER                  PIC X(02)   VALUE SPACES.
014300     02  RL-VIN                  PIC X(17).
014400     02  FILLER                  PIC X(02)   VALUE SPACES.
014500     02  RL-CLEAR-DATE           PIC X(08).
014600     02  FILLER                  PIC X(02)   VALUE SPACES.
014700     02  RL-REFERENCE            PIC X(10).
014800     02  FILLER                  PIC X(02)   VALUE SPACES.
014900     02  RL-RESULT               PIC X(30).
015000     02  FILLER                  PIC X(53)   VALUE SPACES.
015100
015200 PROCEDURE DIVISION.
015300
015400 000-INITIATE.
015500
015600     ACCEPT WS-RUN-DATE FROM DATE.
015700     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
015800     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
015900     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
016000     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
016100     MOVE WS-RUN-MM TO WS-RUN-CMM.
016200     MOVE WS-RUN-DD TO WS-RUN-CDD.
016300
016400     OPEN INPUT CLEAR-CARD-FILE.
016500     OPEN OUTPUT REPORT-FILE.
016600     WRITE REPORT-LINE FROM HEADING-LINE-1.
016700     WRITE REPORT-LINE FROM HEADING-LINE-2.
016800
016900     MOVE 'RCLUNIT' TO VSIO-DDNAME OF RECALL-UNIT-FILE.
017000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RECALL-UNIT-FILE.
017100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RECALL-UNIT-FILE.
017200     MOVE VSIO-I-O TO VSIO-MODE OF RECALL-UNIT-FILE.
017300     MOVE +60 TO VSIO-RECORD-LENGTH OF RECALL-UNIT-FILE.
017400     MOVE +0 TO VSIO-KEY-POSITION OF RECALL-UNIT-FILE.
017500     MOVE +23 TO VSIO-KEY-LENGTH OF RECALL-UNIT-FILE.
017600     MOVE VSIO-OPEN TO VSIO-COMMAND.
017700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017800                         RECALL-UNIT-FILE,
017900                         RECALL-UNIT-RECORD.
018000*    END-CALL.
018100     IF NOT VSIO-SUCCESS
018200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018300         STOP RUN.
018400*    END-IF.
018500
018600     MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
018700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
018800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF VIN-MASTER-FILE.
018900     MOVE VSIO-I-O TO VSIO-MODE OF VIN-MASTER-FILE.
019000     MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
019100     MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
019200     MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
019300     MOVE VSIO-OPEN TO VSIO-COMMAND.
019400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019500                         VIN-MASTER-FILE,
019600                         VIN-MASTER-RECORD.
019700*    END-CALL.
019800     IF NOT VSIO-SUCCESS
019900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020000         STOP RUN.
020100*    END-IF.
020200
020300 010-PROCESS.
020400
020500     PERFORM 110-CLEAR-ONE-UNIT
020600        THRU 119-EXIT
020700       UNTIL END-OF-FILE.
020800*    END-PERFORM.
020900
021000 020-TERMINATE.
021100
021200     CLOSE CLEAR-CARD-FILE.
021300     CLOSE REPORT-FILE.
021400
021500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
021600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021700                         RECALL-UNIT-FILE,
021800                         RECALL-UNIT-RECORD.
021900*    END-CALL.
022000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022100                         VIN-MASTER-FILE,
022200                         VIN-MASTER-RECORD.
022300*    END-CALL.
022400
022500     DISPLAY 'RCLCLR: CARDS READ: ' CARD-COUNTER.
022600     DISPLAY 'RCLCLR: CLEARED:    ' CLEARED-COUNTER.
022700     DISPLAY 'RCLCLR: REJECTED:   ' REJECT-COUNTER.
022800     STOP RUN.
022900
023000* ************************************************************** *
023100* MARKS ONE RECALL UNIT CLEARED, THEN TAKES ONE OFF THE OPEN     *
023200* RECALL COUNT CARRIED ON ITS VINMSTR RECORD.                    *
023300* ************************************************************** *
023400 110-CLEAR-ONE-UNIT.
023500
023600     READ CLEAR-CARD-FILE
023700         AT END
023800             MOVE 'Y' TO END-OF-FILE-SWITCH
023900             GO TO 119-EXIT.
024000*    END-READ.
024100
024200     ADD +1 TO CARD-COUNTER.
024300
024400     MOVE CC-CAMPAIGN TO RL-CAMPAIGN.
024500     MOVE CC-VIN TO RL-VIN.
024600     MOVE CC-REFERENCE TO RL-REFERENCE.
024700     IF CC-CLEAR-DATE EQUAL SPACES
024800         MOVE WS-RUN-CCYYMMDD TO RL-CLEAR-DATE
024900     ELSE
025000         MOVE CC-CLEAR-DATE TO RL-CLEAR-DATE.
025100*    END-IF.
025200
025300     IF CC-CAMPAIGN EQUAL SPACES
025400     OR CC-VIN EQUAL SPACES
025500         MOVE 'CAMPAIGN AND VIN REQUIRED' TO RL-RESULT
025600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025700         GO TO 119-EXIT.
025800*    END-IF.
025900
026000     IF CC-CLEAR-DATE NOT EQUAL SPACES
026100     AND CC-CLEAR-DATE-N NOT NUMERIC
026200         MOVE 'REPAIR DATE NOT NUMERIC' TO RL-RESULT
026300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026400         GO TO 119-EXIT.
026500*    END-IF.
026600
026700     MOVE SPACES TO RECALL-UNIT-RECORD.
026800     MOVE CC-CAMPAIGN TO RCU-CAMPAIGN.
026900     MOVE CC-VIN TO RCU-VIN.
027000     MOVE VSIO-READ TO VSIO-COMMAND.
027100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027200                         RECALL-UNIT-FILE,
027300                         RECALL-UNIT-RECORD.
027400*    END-CALL.
027500     IF VSIO-RECORD-NOT-FOUND
027600         MOVE +0 TO VSIO-RETURN-CODE
027700         MOVE 'VIN NOT IN CAMPAIGN' TO RL-RESULT
027800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
027900         GO TO 119-EXIT.
028000*    END-IF.
028100     IF NOT VSIO-SUCCESS
028200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028300         MOVE 'Y' TO END-OF-FILE-SWITCH
028400         GO TO 119-EXIT.
028500*    END-IF.
028600
028700     IF RCU-CLEARED
028800         MOVE 'ALREADY CLEARED' TO RL-RESULT
028900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
029000         GO TO 119-EXIT.
029100*    END-IF.
029200
029300     MOVE 'C' TO RCU-STATUS.
029400     MOVE RL-CLEAR-DATE TO RCU-CLEAR-DATE.
029500     MOVE CC-REFERENCE TO RCU-CLEAR-REFERENCE.
029600     MOVE VSIO-REWRITE TO VSIO-COMMAND.
029700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029800                         RECALL-UNIT-FILE,
029900                         RECALL-UNIT-RECORD.
030000*    END-CALL.
030100     IF NOT VSIO-SUCCESS
030200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030300         MOVE 'Y' TO END-OF-FILE-SWITCH
030400         GO TO 119-EXIT.
030500*    END-IF.
030600
030700     MOVE 'RECALL CLEARED' TO RL-RESULT.
030800     PERFORM 130-REDUCE-OPEN-COUNT THRU 139-EXIT.
030900     WRITE REPORT-LINE FROM REGISTER-LINE.
031000     ADD +1 TO CLEARED-COUNTER.
031100
031200 119-EXIT.
031300     EXIT.
031400
031500* ************************************************************** *
031600* THE VINMSTR UNIT MAY HAVE BEEN PURGED SINCE THE MATCH RUN;     *
031700* THE CLEARANCE STILL STANDS AND THE REGISTER SAYS SO.           *
031800* ************************************************************** *
031900 130-REDUCE-OPEN-COUNT.
032000
032100     MOVE SPACES TO VIN-MASTER-RECORD.
032200     MOVE CC-VIN TO VMR-VIN.
032300     MOVE VSIO-READ TO VSIO-COMMAND.
032400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032500                         VIN-MASTER-FILE,
032600                         VIN-MASTER-RECORD.
032700*    END-CALL.
032800     IF VSIO-RECORD-NOT-FOUND
032900         MOVE +0 TO VSIO-RETURN-CODE
033000         MOVE 'RECALL CLEARED - NO VINMSTR' TO RL-RESULT
033100         GO TO 139-EXIT.
033200*    END-IF.
033300     IF NOT VSIO-SUCCESS
033400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033500         GO TO 139-EXIT.
033600*    END-IF.
033700
033800     IF VMR-OPEN-RECALLS NOT NUMERIC
033900     OR VMR-OPEN-RECALLS EQUAL ZERO
034000         GO TO 139-EXIT.
034100*    END-IF.
034200
034300     SUBTRACT 1 FROM VMR-OPEN-RECALLS.
034400     MOVE VSIO-REWRITE TO VSIO-COMMAND.
034500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034600                         VIN-MASTER-FILE,
034700                         VIN-MASTER-RECORD.
034800*    END-CALL.
034900     IF NOT VSIO-SUCCESS
035000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
035100*    END-IF.
035200
035300     IF VMR-ON-HAND
035400     AND VMR-OPEN-RECALLS EQUAL ZERO
035500         MOVE 'RECALL CLEARED - NOW SELLABLE' TO RL-RESULT.
035600*    END-IF.
035700
035800 139-EXIT.
035900     EXIT.
036000
036100 170-WRITE-REJECT.
036200
036300     WRITE REPORT-LINE FROM REGISTER-LINE.
036400     ADD +1 TO REJECT-COUNTER.
036500
036600 179-EXIT.
036700     EXIT.
036800
036900* ************************************************************** *
037000* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
037100* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
037200* PROGRAM IN THIS SUITE.                                         *
037300* ************************************************************** *
037400 500-DISPLAY-UNKNOWN-ERROR.
037500
037600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
037700     EXHIBIT NAMED VSIO-RETURN-CODE.
037800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
037900                   VSIO-VSAM-FUNCTION-CODE,
038000                   VSIO-VSAM-FEEDBACK-CODE.
038100
038200 509-EXIT.
038300     EXIT.
