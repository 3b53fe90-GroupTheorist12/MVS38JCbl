000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE DEALER VOLUME REBATE PROGRAM CLUSTER      *
000900* (DDNAME RBTPGM, KEYED BY MAKE AND QUARTER).  EACH PROGRAM     *
001000* GIVES UP TO FOUR UNIT TIERS FOR ONE MAKE IN ONE QUARTER:      *
001100* THE MINIMUM NET UNITS A DEALER MUST SELL TO REACH THE TIER    *
001200* AND THE REBATE PAID PER UNIT AT THAT TIER.  RBTCALC PAYS      *
001300* EVERY NET UNIT AT THE RATE OF THE HIGHEST TIER REACHED.       *
001400* APPLIED THROUGH VSAMIO SO EVERY CHANGE LANDS ON THE VSIOAUD   *
001500* BEFORE/AFTER TRAIL, THE SAME AS RCLMNT.                       *
001600*                                                               *
001700* DRIVEN BY ACTION CARDS ON UT-S-RBTCARD:                       *
001800*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
001900*   COL  2-17  MAKE                                             *
002000*   COL 18-23  QUARTER, CCYYQN (E.G. 2026Q4)                    *
002100*   COL 24-36  DESCRIPTION      (REQUIRED FOR ADD/CHANGE)       *
002200*   COL 37-80  FOUR TIERS OF 11 COLUMNS EACH:                   *
002300*                MINIMUM NET UNITS  9(4)                        *
002400*                REBATE PER UNIT    9(5)V99, 7 DIGITS           *
002500*                                                               *
002600* TIER 1 IS REQUIRED.  AN UNUSED TIER IS LEFT BLANK, AND EVERY  *
002700* TIER AFTER IT MUST BE BLANK TOO; EACH TIER USED MUST NEED     *
002800* MORE UNITS THAN THE ONE BEFORE.  A CHANGE REPLACES THE WHOLE  *
002900* ENTRY.                                                        *
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
004700         ASSIGN TO UT-S-RBTCARD.
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
006400     02  AC-CAR-MAKE             PIC X(16).
006500     02  AC-QUARTER.
006600         03  AC-QTR-CCYY         PIC 9(04).
006700         03  AC-QTR-LETTER       PIC X(01).
006800         03  AC-QTR-NUMBER       PIC X(01).
006900             88  AC-QTR-VALID            VALUE '1' THRU '4'.
007000     02  AC-DESCRIPTION          PIC X(13).
007100     02  AC-TIER OCCURS 4 TIMES.
007200         03  AC-TIER-MIN-UNITS   PIC 9(04).
007300         03  AC-TIER-RATE        PIC 9(05)V99.
007400
007500 FD  REPORT-FILE
007600     LABEL RECORDS ARE OMITTED
007700     RECORD CONTAINS 132 CHARACTERS
007800     BLOCK CONTAINS 0 RECORDS
007900     DATA RECORD IS REPORT-LINE.
008000 01  REPORT-LINE                 PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008400     88  END-OF-FILE                         VALUE 'Y'.
008500 77  TIERS-VALID-SW              PIC X(01)   VALUE 'Y'.
008600     88  TIERS-VALID                         VALUE 'Y'.
008700 77  TIER-ENDED-SW               PIC X(01)   VALUE 'N'.
008800     88  TIER-ENDED                          VALUE 'Y'.
008900
009000 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009100 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009200 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009300 77  TIER-IDX                    PIC S9(4) COMP VALUE ZERO.
009400 77  PREVIOUS-MIN-UNITS          PIC S9(5) COMP VALUE ZERO.
009500
009600 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
009700 01  FILLER REDEFINES WS-RUN-DATE.
009800     02  WS-RUN-YY               PIC 9(02).
009900     02  WS-RUN-MM               PIC 9(02).
010000     02  WS-RUN-DD               PIC 9(02).
010100 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
010200 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
010300     02  WS-RUN-CCYY             PIC 9(04).
010400     02  WS-RUN-CMM              PIC 9(02).
010500     02  WS-RUN-CDD              PIC 9(02).
010600
010700 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010800
010900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
011000 01  REBATE-PROGRAM-FILE         COPY VSAMIOFB.
011100
011200* ************************************************************** *
011300* REBATE PROGRAM (DDNAME RBTPGM, KEYED BY MAKE AND QUARTER),     *
011400* ALSO DESCRIBED IN RBTCALC.  AN UNUSED TIER HOLDS ZEROS.        *
011500* ************************************************************** *
011600 01  REBATE-PROGRAM-RECORD.
011700     02  RBP-KEY.
011800         03  RBP-CAR-MAKE        PIC X(16).
011900         03  RBP-QUARTER         PIC X(06).
012000     02  RBP-DESCRIPTION         PIC X(13).
012100     02  RBP-TIER OCCURS 4 TIMES.
012200         03  RBP-TIER-MIN-UNITS  PIC 9(04).
012300         03  RBP-TIER-RATE       PIC 9(05)V99 COMP-3.
012400     02  RBP-MAINT-DATE          PIC 9(08).
012500     02  FILLER                  PIC X(05).
012600
012700 01  HEADING-LINE-1.
012800     02  FILLER                  PIC X(44)   VALUE
012900         'RBTMNT - REBATE PROGRAM MAINTENANCE REGISTER'.
013000     02  FILLER                  PIC X(88)   VALUE SPACES.
013100
013200 01  REGISTER-LINE.
013300     02  RL-ACTION               PIC X(01).
013400     02  FILLER                  PIC X(02)   VALUE SPACES.
013500     02  RL-CAR-MAKE             PIC X(16).
013600     02  FILLER                  PIC X(02)   VALUE SPACES.
013700     02  RL-QUARTER              PIC X(06).
013800     02  FILLER                  PIC X(02)   VALUE SPACES.
013900     02  RL-DESCRIPTION          PIC X(13).
014000     02  FILLER                  PIC X(02)   VALUE SPACES.
014100     02  RL-TIERS                PIC X(44).
014200     02  FILLER                  PIC X(02)   VALUE SPACES.
014300     02  RL-RESULT               PIC X(30).
014400     02  FILLER                  PIC X(12)   VALUE SPACES.
014500
014600 PROCEDURE DIVISION.
014700
014800 000-INITIATE.
014900
015000     ACCEPT WS-RUN-DATE FROM DATE.
015100     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
015200     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
015300     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
015400     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
015500     MOVE WS-RUN-MM TO WS-RUN-CMM.
015600     MOVE WS-RUN-DD TO WS-RUN-CDD.
015700
015800     OPEN INPUT ACTION-CARD-FILE.
015900     OPEN OUTPUT REPORT-FILE.
016000     WRITE REPORT-LINE FROM HEADING-LINE-1.
016100
016200     MOVE 'RBTPGM' TO VSIO-DDNAME OF REBATE-PROGRAM-FILE.
016300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF REBATE-PROGRAM-FILE.
016400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF REBATE-PROGRAM-FILE.
016500     MOVE VSIO-I-O TO VSIO-MODE OF REBATE-PROGRAM-FILE.
016600     MOVE +80 TO VSIO-RECORD-LENGTH OF REBATE-PROGRAM-FILE.
016700     MOVE +0 TO VSIO-KEY-POSITION OF REBATE-PROGRAM-FILE.
016800     MOVE +22 TO VSIO-KEY-LENGTH OF REBATE-PROGRAM-FILE.
016900     MOVE VSIO-OPEN TO VSIO-COMMAND.
017000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017100                         REBATE-PROGRAM-FILE,
017200                         REBATE-PROGRAM-RECORD.
017300*    END-CALL.
017400     IF NOT VSIO-SUCCESS
017500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
017600         STOP RUN.
017700*    END-IF.
017800
017900 010-PROCESS.
018000
018100     PERFORM 110-APPLY-ONE-CARD
018200        THRU 119-EXIT
018300       UNTIL END-OF-FILE.
018400*    END-PERFORM.
018500
018600 020-TERMINATE.
018700
018800     CLOSE ACTION-CARD-FILE.
018900     CLOSE REPORT-FILE.
019000
019100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
019200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019300                         REBATE-PROGRAM-FILE,
019400                         REBATE-PROGRAM-RECORD.
019500*    END-CALL.
019600
019700     DISPLAY 'RBTMNT: CARDS READ: ' CARD-COUNTER.
019800     DISPLAY 'RBTMNT: APPLIED:    ' APPLIED-COUNTER.
019900     DISPLAY 'RBTMNT: REJECTED:   ' REJECT-COUNTER.
020000     STOP RUN.
020100
020200 110-APPLY-ONE-CARD.
020300
020400     READ ACTION-CARD-FILE
020500         AT END
020600             MOVE 'Y' TO END-OF-FILE-SWITCH
020700             GO TO 119-EXIT.
020800*    END-READ.
020900
021000     ADD +1 TO CARD-COUNTER.
021100
021200     MOVE SPACES TO REGISTER-LINE.
021300     MOVE AC-ACTION TO RL-ACTION.
021400     MOVE AC-CAR-MAKE TO RL-CAR-MAKE.
021500     MOVE AC-QUARTER TO RL-QUARTER.
021600     MOVE AC-DESCRIPTION TO RL-DESCRIPTION.
021700     MOVE ACTION-CARD-RECORD (37:44) TO RL-TIERS.
021800
021900     IF AC-CAR-MAKE EQUAL SPACES
022000         MOVE 'MAKE MISSING' TO RL-RESULT
022100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
022200         GO TO 119-EXIT.
022300*    END-IF.
022400
022500     IF AC-QTR-CCYY NOT NUMERIC
022600     OR AC-QTR-LETTER NOT EQUAL 'Q'
022700     OR NOT AC-QTR-VALID
022800         MOVE 'QUARTER NOT CCYYQN' TO RL-RESULT
022900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
023000         GO TO 119-EXIT.
023100*    END-IF.
023200
023300     IF AC-DELETE
023400         PERFORM 140-DELETE-PROGRAM THRU 149-EXIT
023500         GO TO 119-EXIT.
023600*    END-IF.
023700
023800     IF NOT AC-ADD
023900     AND NOT AC-CHANGE
024000         MOVE 'INVALID ACTION CODE' TO RL-RESULT
024100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024200         GO TO 119-EXIT.
024300*    END-IF.
024400
024500     IF AC-DESCRIPTION EQUAL SPACES
024600         MOVE 'DESCRIPTION REQUIRED' TO RL-RESULT
024700         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024800         GO TO 119-EXIT.
024900*    END-IF.
025000
025100     MOVE 'Y' TO TIERS-VALID-SW.
025200     MOVE 'N' TO TIER-ENDED-SW.
025300     MOVE ZERO TO PREVIOUS-MIN-UNITS.
025400     PERFORM 130-CHECK-ONE-TIER
025500        THRU 139-EXIT
025600     VARYING TIER-IDX FROM 1 BY 1
025700       UNTIL TIER-IDX GREATER THAN 4
025800          OR NOT TIERS-VALID.
025900*    END-PERFORM.
026000     IF NOT TIERS-VALID
026100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026200         GO TO 119-EXIT.
026300*    END-IF.
026400
026500     MOVE SPACES TO REBATE-PROGRAM-RECORD.
026600     MOVE AC-CAR-MAKE TO RBP-CAR-MAKE.
026700     MOVE AC-QUARTER TO RBP-QUARTER.
026800     MOVE AC-DESCRIPTION TO RBP-DESCRIPTION.
026900     PERFORM 135-MOVE-ONE-TIER
027000        THRU 135-EXIT
027100     VARYING TIER-IDX FROM 1 BY 1
027200       UNTIL TIER-IDX GREATER THAN 4.
027300*    END-PERFORM.
027400     MOVE WS-RUN-CCYYMMDD TO RBP-MAINT-DATE.
027500     MOVE +80 TO VSIO-RECORD-LENGTH OF REBATE-PROGRAM-FILE.
027600
027700     IF AC-ADD
027800         MOVE VSIO-WRITE TO VSIO-COMMAND
027900     ELSE
028000         MOVE VSIO-REWRITE TO VSIO-COMMAND.
028100*    END-IF.
028200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028300                         REBATE-PROGRAM-FILE,
028400                         REBATE-PROGRAM-RECORD.
028500*    END-CALL.
028600     IF VSIO-SUCCESS
028700         IF AC-ADD
028800             MOVE 'PROGRAM ADDED' TO RL-RESULT
028900         ELSE
029000             MOVE 'PROGRAM CHANGED' TO RL-RESULT
029100         END-IF
029200         WRITE REPORT-LINE FROM REGISTER-LINE
029300         ADD +1 TO APPLIED-COUNTER
029400     ELSE
029500         IF AC-ADD
029600             MOVE 'ADD FAILED - DUPLICATE?' TO RL-RESULT
029700         ELSE
029800             MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-RESULT
029900         END-IF
030000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
030100         MOVE +0 TO VSIO-RETURN-CODE.
030200*    END-IF.
030300
030400 119-EXIT.
030500     EXIT.
030600
030700* ************************************************************** *
030800* EDITS ONE TIER.  TIER 1 MUST BE USED; ONCE A TIER IS BLANK ALL *
030900* LATER ONES MUST BE BLANK; A TIER IN USE MUST BE NUMERIC AND    *
031000* NEED MORE UNITS THAN THE TIER BEFORE IT.                       *
031100* ************************************************************** *
031200 130-CHECK-ONE-TIER.
031300
031400     IF AC-TIER (TIER-IDX) EQUAL SPACES
031500         IF TIER-IDX EQUAL 1
031600             MOVE 'N' TO TIERS-VALID-SW
031700             MOVE 'TIER 1 REQUIRED' TO RL-RESULT
031800         ELSE
031900             MOVE 'Y' TO TIER-ENDED-SW
032000         END-IF
032100         GO TO 139-EXIT.
032200*    END-IF.
032300
032400     IF TIER-ENDED
032500         MOVE 'N' TO TIERS-VALID-SW
032600         MOVE 'TIER FOLLOWS A BLANK TIER' TO RL-RESULT
032700         GO TO 139-EXIT.
032800*    END-IF.
032900
033000     IF AC-TIER-MIN-UNITS (TIER-IDX) NOT NUMERIC
033100     OR AC-TIER-RATE (TIER-IDX) NOT NUMERIC
033200     OR AC-TIER-MIN-UNITS (TIER-IDX) EQUAL ZERO
033300         MOVE 'N' TO TIERS-VALID-SW
033400         MOVE 'TIER UNITS/RATE NOT NUMERIC' TO RL-RESULT
033500         GO TO 139-EXIT.
033600*    END-IF.
033700
033800     IF AC-TIER-MIN-UNITS (TIER-IDX) NOT GREATER THAN
033900         PREVIOUS-MIN-UNITS
034000         MOVE 'N' TO TIERS-VALID-SW
034100         MOVE 'TIER UNITS NOT ASCENDING' TO RL-RESULT
034200         GO TO 139-EXIT.
034300*    END-IF.
034400     MOVE AC-TIER-MIN-UNITS (TIER-IDX) TO PREVIOUS-MIN-UNITS.
034500
034600 139-EXIT.
034700     EXIT.
034800
034900 135-MOVE-ONE-TIER.
035000
035100     IF AC-TIER (TIER-IDX) EQUAL SPACES
035200         MOVE ZERO TO RBP-TIER-MIN-UNITS (TIER-IDX)
035300         MOVE ZERO TO RBP-TIER-RATE (TIER-IDX)
035400     ELSE
035500         MOVE AC-TIER-MIN-UNITS (TIER-IDX)
035600             TO RBP-TIER-MIN-UNITS (TIER-IDX)
035700         MOVE AC-TIER-RATE (TIER-IDX) TO RBP-TIER-RATE (TIER-IDX).
035800*    END-IF.
035900
036000 135-EXIT.
036100     EXIT.
036200
036300 140-DELETE-PROGRAM.
036400
036500     MOVE SPACES TO REBATE-PROGRAM-RECORD.
036600     MOVE AC-CAR-MAKE TO RBP-CAR-MAKE.
036700     MOVE AC-QUARTER TO RBP-QUARTER.
036800     MOVE VSIO-DELETE TO VSIO-COMMAND.
036900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037000                         REBATE-PROGRAM-FILE,
037100                         REBATE-PROGRAM-RECORD.
037200*    END-CALL.
037300     IF VSIO-SUCCESS
037400         MOVE 'PROGRAM DELETED' TO RL-RESULT
037500         WRITE REPORT-LINE FROM REGISTER-LINE
037600         ADD +1 TO APPLIED-COUNTER
037700     ELSE
037800         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-RESULT
037900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
038000         MOVE +0 TO VSIO-RETURN-CODE.
038100*    END-IF.
038200
038300 149-EXIT.
038400     EXIT.
038500
038600 170-WRITE-REJECT.
038700
038800     WRITE REPORT-LINE FROM REGISTER-LINE.
038900     ADD +1 TO REJECT-COUNTER.
039000
039100 179-EXIT.
039200     EXIT.
039300
039400* ************************************************************** *
039500* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
039600* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
039700* PROGRAM IN THIS SUITE.                                         *
039800* ************************************************************** *
039900 500-DISPLAY-UNKNOWN-ERROR.
040000
040100     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
040200     EXHIBIT NAMED VSIO-RETURN-CODE.
040300     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
040400                   VSIO-VSAM-FUNCTION-CODE,
040500                   VSIO-VSAM-FEEDBACK-CODE.
040600
040700 509-EXIT.
040800     EXIT.
