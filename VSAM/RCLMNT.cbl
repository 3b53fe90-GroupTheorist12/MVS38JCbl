000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCLMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE MANUFACTURER RECALL CAMPAIGN CLUSTER      *
000900* (DDNAME RCLCAMP, KEYED BY CAMPAIGN NUMBER).  EACH CAMPAIGN    *
001000* NAMES THE MAKE, MODEL AND PRODUCTION-YEAR RANGE THE           *
001100* MANUFACTURER ANNOUNCED, WITH A SHORT DESCRIPTION AND THE      *
001200* ANNOUNCEMENT DATE.  RCLMATCH FINDS THE VINMSTR UNITS IN EACH  *
001300* CAMPAIGN'S RANGE AND RCLCLR RECORDS THE REPAIRS.  APPLIED     *
001400* THROUGH VSAMIO SO EVERY CHANGE LANDS ON THE VSIOAUD           *
001500* BEFORE/AFTER TRAIL, THE SAME AS RETNMNT.                      *
001600*                                                               *
001700* DRIVEN BY ACTION CARDS ON UT-S-RCLCARD:                       *
001800*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
001900*   COL  2-7   CAMPAIGN NUMBER                                  *
002000*   COL  8-23  MAKE              (REQUIRED FOR ADD/CHANGE)      *
002100*   COL 24-43  MODEL             (REQUIRED FOR ADD/CHANGE)      *
002200*   COL 44-47  FIRST PRODUCTION YEAR                            *
002300*   COL 48-51  LAST PRODUCTION YEAR                             *
002400*   COL 52-59  ANNOUNCED, CCYYMMDD (BLANK FOR THE RUN DATE)     *
002500*   COL 60-80  DESCRIPTION       (REQUIRED FOR ADD/CHANGE)      *
002600*                                                               *
002700* A CHANGE REPLACES THE WHOLE ENTRY.  A CAMPAIGN RCLMATCH HAS   *
002800* ALREADY MATCHED UNITS TO (ANY RCLUNIT RECORD) CANNOT BE       *
002900* DELETED, SO NO UNIT IS LEFT HELD BY A CAMPAIGN THAT IS GONE.  *
003000*                                                               *
003100* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.      *
003200*                                                               *
003300* MODIFICATION HISTORY.                                         *
003400*   DATE       INIT  DESCRIPTION                                *
003500*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003600* ************************************************************* *
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     SELECT ACTION-CARD-FILE
004700         ASSIGN TO UT-S-RCLCARD.
004800
004900     SELECT REPORT-FILE
005000         ASSIGN TO UR-1403-S-SYSPRINT.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACTION-CARD-FILE
005500     LABEL RECORDS ARE OMITTED
005600     RECORD CONTAINS 80 CHARACTERS
005700     BLOCK CONTAINS 0 RECORDS
005800     DATA RECORD IS ACTION-CARD-RECORD.
005900 01  ACTION-CARD-RECORD.
006000     02  AC-ACTION               PIC X(01).
006100         88  AC-ADD                      VALUE 'A'.
006200         88  AC-CHANGE                   VALUE 'C'.
006300         88  AC-DELETE                   VALUE 'D'.
006400     02  AC-CAMPAIGN             PIC X(06).
006500     02  AC-CAR-MAKE             PIC X(16).
006600     02  AC-CAR-MODEL            PIC X(20).
006700     02  AC-YEAR-FROM            PIC X(04).
006800     02  FILLER REDEFINES AC-YEAR-FROM.
006900         03  AC-YEAR-FROM-N      PIC 9(04).
007000     02  AC-YEAR-TO              PIC X(04).
007100     02  FILLER REDEFINES AC-YEAR-TO.
007200         03  AC-YEAR-TO-N        PIC 9(04).
007300     02  AC-ANNOUNCED            PIC X(08).
007400     02  FILLER REDEFINES AC-ANNOUNCED.
007500         03  AC-ANNOUNCED-N      PIC 9(08).
007600     02  AC-DESCRIPTION          PIC X(21).
007700
007800 FD  REPORT-FILE
007900     LABEL RECORDS ARE OMITTED
008000     RECORD CONTAINS 132 CHARACTERS
008100     BLOCK CONTAINS 0 RECORDS
008200     DATA RECORD IS REPORT-LINE.
008300 01  REPORT-LINE                 PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008700     88  END-OF-FILE                         VALUE 'Y'.
008800
008900 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009000 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009100 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009200
009300 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
009400 01  FILLER REDEFINES WS-RUN-DATE.
009500     02  WS-RUN-YY               PIC 9(02).
009600     02  WS-RUN-MM               PIC 9(02).
009700     02  WS-RUN-DD               PIC 9(02).
009800 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
009900 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
010000     02  WS-RUN-CCYY             PIC 9(04).
010100     02  WS-RUN-CMM              PIC 9(02).
010200     02  WS-RUN-CDD              PIC 9(02).
010300
010400 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010500
010600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010700 01  RECALL-CAMPAIGN-FILE        COPY VSAMIOFB.
010800 01  RECALL-UNIT-FILE            COPY VSAMIOFB.
010900
011000* ************************************************************** *
011100* RECALL CAMPAIGN (DDNAME RCLCAMP, KEYED BY CAMPAIGN NUMBER),    *
011200* ALSO DESCRIBED IN RCLMATCH.                                    *
011300* ************************************************************** *
011400 01  RECALL-CAMPAIGN-RECORD.
011500     02  RCC-CAMPAIGN            PIC X(06).
011600     02  RCC-CAR-MAKE            PIC X(16).
011700     02  RCC-CAR-MODEL           PIC X(20).
011800     02  RCC-YEAR-FROM           PIC 9(04).
011900     02  RCC-YEAR-TO             PIC 9(04).
012000     02  RCC-DESCRIPTION         PIC X(21).
012100     02  RCC-ANNOUNCED           PIC 9(08).
012200     02  FILLER                  PIC X(21).
012300
012400* ************************************************************** *
012500* RECALL UNIT (DDNAME RCLUNIT, KEYED BY CAMPAIGN NUMBER AND      *
012600* VIN), ALSO DESCRIBED IN RCLMATCH.  ONLY THE KEY IS NEEDED      *
012700* HERE, TO SEE WHETHER A CAMPAIGN HAS ANY UNITS.                 *
012800* ************************************************************** *
012900 01  RECALL-UNIT-RECORD.
013000     02  RCU-CAMPAIGN            PIC X(06).
013100     02  RCU-VIN                 PIC X(17).
013200     02  FILLER                  PIC X(37).
013300
013400 01  HEADING-LINE-1.
013500     02  FILLER                  PIC X(44)   VALUE
013600         'RCLMNT - RECALL CAMPAIGN MAINTENANCE REGISTE'.
013700     02  FILLER                  PIC X(88)   VALUE 'R'.
013800
013900 01  REGISTER-LINE.
014000     02  RL-ACTION               PIC X(01).
014100     02  FILLER                  PIC X(02)   VALUE SPACES.
014200     02  RL-CAMPAIGN             PIC X(06).
014300     02  FILLER                  PIC X(02)   VALUE SPACES.
014400     02  RL-CAR-MAKE             PIC X(16).
014500     02  FILLER                  PIC X(02)   VALUE SPACES.
014600     02  RL-CAR-MODEL            PIC X(20).
014700     02  FILLER                  PIC X(02)   VALUE SPACES.
014800     02  RL-YEAR-FROM            PIC X(04).
014900     02  FILLER                  PIC X(01)   VALUE '-'.
015000     02  RL-YEAR-TO              PIC X(04).
015100     02  FILLER                  PIC X(02)   VALUE SPACES.
015200     02  RL-DESCRIPTION          PIC X(21).
015300     02  FILLER                  PIC X(02)   VALUE SPACES.
015400     02  RL-RESULT               PIC X(30).
015500     02  FILLER                  PIC X(17)   VALUE SPACES.
015600
015700 PROCEDURE DIVISION.
015800
015900 000-INITIATE.
016000
016100     ACCEPT WS-RUN-DATE FROM DATE.
016200     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
016300     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
016400     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
016500     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
016600     MOVE WS-RUN-MM TO WS-RUN-CMM.
016700     MOVE WS-RUN-DD TO WS-RUN-CDD.
016800
016900     OPEN INPUT ACTION-CARD-FILE.
017000     OPEN OUTPUT REPORT-FILE.
017100     WRITE REPORT-LINE FROM HEADING-LINE-1.
017200
017300     MOVE 'RCLCAMP' TO VSIO-DDNAME OF RECALL-CAMPAIGN-FILE.
017400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RECALL-CAMPAIGN-FILE.
017500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RECALL-CAMPAIGN-FILE.
017600     MOVE VSIO-I-O TO VSIO-MODE OF RECALL-CAMPAIGN-FILE.
017700     MOVE +100 TO VSIO-RECORD-LENGTH OF RECALL-CAMPAIGN-FILE.
017800     MOVE +0 TO VSIO-KEY-POSITION OF RECALL-CAMPAIGN-FILE.
017900     MOVE +6 TO VSIO-KEY-LENGTH OF RECALL-CAMPAIGN-FILE.
018000     MOVE VSIO-OPEN TO VSIO-COMMAND.
018100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018200                         RECALL-CAMPAIGN-FILE,
018300                         RECALL-CAMPAIGN-RECORD.
018400*    END-CALL.
018500     IF NOT VSIO-SUCCESS
018600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018700         STOP RUN.
018800*    END-IF.
018900
019000     MOVE 'RCLUNIT' TO VSIO-DDNAME OF RECALL-UNIT-FILE.
019100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RECALL-UNIT-FILE.
019200     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF RECALL-UNIT-FILE.
019300     MOVE VSIO-INPUT TO VSIO-MODE OF RECALL-UNIT-FILE.
019400     MOVE +60 TO VSIO-RECORD-LENGTH OF RECALL-UNIT-FILE.
019500     MOVE +0 TO VSIO-KEY-POSITION OF RECALL-UNIT-FILE.
019600     MOVE +23 TO VSIO-KEY-LENGTH OF RECALL-UNIT-FILE.
019700     MOVE VSIO-OPEN TO VSIO-COMMAND.
019800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019900                         RECALL-UNIT-FILE,
020000                         RECALL-UNIT-RECORD.
020100*    END-CALL.
020200     IF NOT VSIO-SUCCESS
020300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020400         STOP RUN.
020500*    END-IF.
020600
020700 010-PROCESS.
020800
020900     PERFORM 110-APPLY-ONE-CARD
021000        THRU 119-EXIT
021100       UNTIL END-OF-FILE.
021200*    END-PERFORM.
021300
021400 020-TERMINATE.
021500
021600     CLOSE ACTION-CARD-FILE.
021700     CLOSE REPORT-FILE.
021800
021900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
022000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022100                         RECALL-CAMPAIGN-FILE,
022200                         RECALL-CAMPAIGN-RECORD.
022300*    END-CALL.
022400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022500                         RECALL-UNIT-FILE,
022600                         RECALL-UNIT-RECORD.
022700*    END-CALL.
022800
022900     DISPLAY 'RCLMNT: CARDS READ: ' CARD-COUNTER.
023000     DISPLAY 'RCLMNT: APPLIED:    ' APPLIED-COUNTER.
023100     DISPLAY 'RCLMNT: REJECTED:   ' REJECT-COUNTER.
023200     STOP RUN.
023300
023400 110-APPLY-ONE-CARD.
023500
023600     READ ACTION-CARD-FILE
023700         AT END
023800             MOVE 'Y' TO END-OF-FILE-SWITCH
023900             GO TO 119-EXIT.
024000*    END-READ.
024100
024200     ADD +1 TO CARD-COUNTER.
024300
024400     MOVE AC-ACTION TO RL-ACTION.
024500     MOVE AC-CAMPAIGN TO RL-CAMPAIGN.
024600     MOVE AC-CAR-MAKE TO RL-CAR-MAKE.
024700     MOVE AC-CAR-MODEL TO RL-CAR-MODEL.
024800     MOVE AC-YEAR-FROM TO RL-YEAR-FROM.
024900     MOVE AC-YEAR-TO TO RL-YEAR-TO.
025000     MOVE AC-DESCRIPTION TO RL-DESCRIPTION.
025100
025200     IF AC-CAMPAIGN EQUAL SPACES
025300         MOVE 'CAMPAIGN NUMBER MISSING' TO RL-RESULT
025400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025500         GO TO 119-EXIT.
025600*    END-IF.
025700
025800     IF AC-DELETE
025900         PERFORM 140-DELETE-CAMPAIGN THRU 149-EXIT
026000         GO TO 119-EXIT.
026100*    END-IF.
026200
026300     IF NOT AC-ADD
026400     AND NOT AC-CHANGE
026500         MOVE 'INVALID ACTION CODE' TO RL-RESULT
026600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026700         GO TO 119-EXIT.
026800*    END-IF.
026900
027000     IF AC-CAR-MAKE EQUAL SPACES
027100     OR AC-CAR-MODEL EQUAL SPACES
027200         MOVE 'MAKE AND MODEL REQUIRED' TO RL-RESULT
027300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
027400         GO TO 119-EXIT.
027500*    END-IF.
027600
027700     IF AC-YEAR-FROM-N NOT NUMERIC
027800     OR AC-YEAR-TO-N NOT NUMERIC
027900     OR AC-YEAR-FROM-N GREATER THAN AC-YEAR-TO-N
028000         MOVE 'PRODUCTION YEAR RANGE INVALID' TO RL-RESULT
028100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028200         GO TO 119-EXIT.
028300*    END-IF.
028400
028500     IF AC-ANNOUNCED NOT EQUAL SPACES
028600     AND AC-ANNOUNCED-N NOT NUMERIC
028700         MOVE 'ANNOUNCED DATE NOT NUMERIC' TO RL-RESULT
028800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028900         GO TO 119-EXIT.
029000*    END-IF.
029100
029200     IF AC-DESCRIPTION EQUAL SPACES
029300         MOVE 'DESCRIPTION REQUIRED' TO RL-RESULT
029400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
029500         GO TO 119-EXIT.
029600*    END-IF.
029700
029800     MOVE SPACES TO RECALL-CAMPAIGN-RECORD.
029900     MOVE AC-CAMPAIGN TO RCC-CAMPAIGN.
030000     MOVE AC-CAR-MAKE TO RCC-CAR-MAKE.
030100     MOVE AC-CAR-MODEL TO RCC-CAR-MODEL.
030200     MOVE AC-YEAR-FROM-N TO RCC-YEAR-FROM.
030300     MOVE AC-YEAR-TO-N TO RCC-YEAR-TO.
030400     MOVE AC-DESCRIPTION TO RCC-DESCRIPTION.
030500     IF AC-ANNOUNCED EQUAL SPACES
030600         MOVE WS-RUN-CCYYMMDD TO RCC-ANNOUNCED
030700     ELSE
030800         MOVE AC-ANNOUNCED-N TO RCC-ANNOUNCED.
030900*    END-IF.
031000     MOVE +100 TO VSIO-RECORD-LENGTH OF RECALL-CAMPAIGN-FILE.
031100
031200     IF AC-ADD
031300         MOVE VSIO-WRITE TO VSIO-COMMAND
031400     ELSE
031500         MOVE VSIO-REWRITE TO VSIO-COMMAND.
031600*    END-IF.
031700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031800                         RECALL-CAMPAIGN-FILE,
031900                         RECALL-CAMPAIGN-RECORD.
032000*    END-CALL.
032100     IF VSIO-SUCCESS
032200         IF AC-ADD
032300             MOVE 'CAMPAIGN ADDED' TO RL-RESULT
032400         ELSE
032500             MOVE 'CAMPAIGN CHANGED' TO RL-RESULT
032600         END-IF
032700         WRITE REPORT-LINE FROM REGISTER-LINE
032800         ADD +1 TO APPLIED-COUNTER
032900     ELSE
033000         IF AC-ADD
033100             MOVE 'ADD FAILED - DUPLICATE?' TO RL-RESULT
033200         ELSE
033300             MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-RESULT
033400         END-IF
033500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
033600         MOVE +0 TO VSIO-RETURN-CODE.
033700*    END-IF.
033800
033900 119-EXIT.
034000     EXIT.
034100
034200* ************************************************************** *
034300* DELETES A CAMPAIGN, PROVIDED RCLMATCH HAS NOT YET MATCHED ANY  *
034400* UNIT TO IT.  THE FIRST RCLUNIT KEY AT OR AFTER THE CAMPAIGN    *
034500* NUMBER TELLS WHETHER IT HAS ANY.                               *
034600* ************************************************************** *
034700 140-DELETE-CAMPAIGN.
034800
034900     MOVE SPACES TO RECALL-UNIT-RECORD.
035000     MOVE AC-CAMPAIGN TO RCU-CAMPAIGN.
035100     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
035200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035300                         RECALL-UNIT-FILE,
035400                         RECALL-UNIT-RECORD.
035500*    END-CALL.
035600     IF VSIO-SUCCESS
035700         MOVE SPACES TO RECALL-UNIT-RECORD
035800         MOVE VSIO-READ TO VSIO-COMMAND
035900         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036000                             RECALL-UNIT-FILE,
036100                             RECALL-UNIT-RECORD
036200         IF VSIO-SUCCESS
036300         AND RCU-CAMPAIGN EQUAL AC-CAMPAIGN
036400             MOVE 'CAMPAIGN HAS MATCHED UNITS' TO RL-RESULT
036500             PERFORM 170-WRITE-REJECT THRU 179-EXIT
036600             GO TO 149-EXIT.
036700*        END-IF
036800*    END-IF.
036900     MOVE +0 TO VSIO-RETURN-CODE.
037000
037100     MOVE SPACES TO RECALL-CAMPAIGN-RECORD.
037200     MOVE AC-CAMPAIGN TO RCC-CAMPAIGN.
037300     MOVE VSIO-DELETE TO VSIO-COMMAND.
037400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037500                         RECALL-CAMPAIGN-FILE,
037600                         RECALL-CAMPAIGN-RECORD.
037700*    END-CALL.
037800     IF VSIO-SUCCESS
037900         MOVE 'CAMPAIGN DELETED' TO RL-RESULT
038000         WRITE REPORT-LINE FROM REGISTER-LINE
038100         ADD +1 TO APPLIED-COUNTER
038200     ELSE
038300         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-RESULT
038400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
038500         MOVE +0 TO VSIO-RETURN-CODE.
038600*    END-IF.
038700
038800 149-EXIT.
038900     EXIT.
039000
039100 170-WRITE-REJECT.
039200
039300     WRITE REPORT-LINE FROM REGISTER-LINE.
039400     ADD +1 TO REJECT-COUNTER.
039500
039600 179-EXIT.
039700     EXIT.
039800
039900* ************************************************************** *
040000* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
040100* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
040200* PROGRAM IN THIS SUITE.                                         *
040300* ************************************************************** *
040400 500-DISPLAY-UNKNOWN-ERROR.
040500
040600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
040700     EXHIBIT NAMED VSIO-RETURN-CODE.
040800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
040900                   VSIO-VSAM-FUNCTION-CODE,
041000                   VSIO-VSAM-FEEDBACK-CODE.
041100
041200 509-EXIT.
041300     EXIT.
