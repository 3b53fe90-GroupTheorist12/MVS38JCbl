000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DLRPAY.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* POSTS DEALER PAYMENTS AGAINST THE DEALER BALANCE CLUSTER      *
000900* (DDNAME DLRBAL, KEYED BY DEALER ID) THAT DLRSTMT FEEDS WITH   *
001000* EACH MONTH'S NET AMOUNT DUE.  A PAYMENT IS APPLIED TO THE     *
001100* DEALER'S OPEN INVOICES OLDEST FIRST, SO DLRAGING AND THE      *
001200* CAREDIT CREDIT HOLD AGE WHAT IS REALLY STILL OWED; MORE THAN  *
001300* IS OWED LEAVES A CREDIT BALANCE THAT THE NEXT STATEMENT USES  *
001400* UP.  APPLIED THROUGH VSAMIO SO EVERY POSTING LANDS ON THE     *
001500* VSIOAUD BEFORE/AFTER TRAIL.                                   *
001600*                                                               *
001700* DRIVEN BY PAYMENT CARDS ON UT-S-DLRPAYC:                      *
001800*   COL  1-5   DEALER ID                                        *
001900*   COL  6-14  AMOUNT, 9(7)V99                                  *
002000*   COL 15-22  PAYMENT DATE, CCYYMMDD (BLANK FOR THE RUN DATE)  *
002100*   COL 23-42  REFERENCE (CHECK OR REMITTANCE NUMBER)           *
002200*                                                               *
002300* EVERY CARD IS LISTED ON A REGISTER ON SYSPRINT WITH THE       *
002400* DEALER'S NEW BALANCE OR THE REASON IT WAS REJECTED, FOLLOWED  *
002500* BY THE POSTED AND REJECTED TOTALS.                            *
002600*                                                               *
002700* MODIFICATION HISTORY.                                         *
002800*   DATE       INIT  DESCRIPTION                                *
002900*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003000* ************************************************************* *
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000     SELECT PAYMENT-CARD-FILE
004100         ASSIGN TO UT-S-DLRPAYC.
004200
004300     SELECT REPORT-FILE
004400         ASSIGN TO UR-1403-S-SYSPRINT.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PAYMENT-CARD-FILE
004900     LABEL RECORDS ARE OMITTED
005000     RECORD CONTAINS 80 CHARACTERS
005100     BLOCK CONTAINS 0 RECORDS
005200     DATA RECORD IS PAYMENT-CARD-RECORD.
005300 01  PAYMENT-CARD-RECORD.
005400     02  PC-DEALER-ID            PIC X(05).
005500     02  PC-AMOUNT               PIC X(09).
005600     02  FILLER REDEFINES PC-AMOUNT.
005700         03  PC-AMOUNT-N         PIC 9(7)V99.
005800     02  PC-PAYMENT-DATE         PIC X(08).
005900     02  FILLER REDEFINES PC-PAYMENT-DATE.
006000         03  PC-PAYMENT-DATE-N   PIC 9(08).
006100     02  PC-REFERENCE            PIC X(20).
006200     02  FILLER                  PIC X(38).
006300
006400 FD  REPORT-FILE
006500     LABEL RECORDS ARE OMITTED
006600     RECORD CONTAINS 132 CHARACTERS
006700     BLOCK CONTAINS 0 RECORDS
006800     DATA RECORD IS REPORT-LINE.
006900 01  REPORT-LINE                 PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007300     88  END-OF-FILE                         VALUE 'Y'.
007400
007500 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
007600 77  POSTED-COUNTER              PIC S9(8) COMP VALUE ZERO.
007700 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
007800 77  OPEN-IDX                    PIC S9(4) COMP VALUE ZERO.
007900
008000 01  WS-APPLY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
008100 01  WS-POSTED-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
008200 01  WS-PAYMENT-CCYYMMDD         PIC 9(08)   VALUE ZERO.
008300
008400 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
008500 01  FILLER REDEFINES WS-RUN-DATE.
008600     02  WS-RUN-YY               PIC 9(02).
008700     02  WS-RUN-MM               PIC 9(02).
008800     02  WS-RUN-DD               PIC 9(02).
008900 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
009000 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
009100     02  WS-RUN-CCYY             PIC 9(04).
009200     02  WS-RUN-CMM              PIC 9(02).
009300     02  WS-RUN-CDD              PIC 9(02).
009400
009500 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
009600
009700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009800 01  DEALER-BALANCE-FILE         COPY VSAMIOFB.
009900
010000* ************************************************************** *
010100* DEALER BALANCE (DDNAME DLRBAL, KEYED BY DEALER ID), ALSO       *
010200* DESCRIBED IN DLRSTMT.  THE BALANCE IS THE SUM OF THE OPEN      *
010300* INVOICES, OLDEST FIRST, OR A CREDIT (NEGATIVE) WITH NONE OPEN. *
010400* ************************************************************** *
010500 01  DEALER-BALANCE-RECORD.
010600     02  DBL-DEALER-ID           PIC X(05).
010700     02  DBL-BALANCE             PIC S9(9)V99 COMP-3.
010800     02  DBL-LAST-STATEMENT-MONTH
010900                                 PIC X(06).
011000     02  DBL-LAST-INVOICE-DATE   PIC 9(08).
011100     02  DBL-LAST-PAYMENT-DATE   PIC 9(08).
011200     02  DBL-OPEN-INVOICE OCCURS 4 TIMES.
011300         03  DBL-OPEN-DATE       PIC 9(08).
011400         03  DBL-OPEN-AMOUNT     PIC S9(9)V99 COMP-3.
011500     02  FILLER                  PIC X(11).
011600
011700 01  HEADING-LINE-1.
011800     02  FILLER                  PIC X(42)   VALUE
011900         'DLRPAY - DEALER PAYMENT POSTING REGISTER'.
012000     02  FILLER                  PIC X(90)   VALUE SPACES.
012100
012200 01  HEADING-LINE-2.
012300     02  FILLER                  PIC X(07)   VALUE 'DEALER'.
012400     02  FILLER                  PIC X(10)   VALUE 'PAID ON'.
012500     02  FILLER                  PIC X(22)   VALUE 'REFERENCE'.
012600     02  FILLER                  PIC X(12)   VALUE
012700         '      AMOUNT'.
012800     02  FILLER                  PIC X(17)   VALUE
012900         '      NEW BALANCE'.
013000     02  FILLER                  PIC X(64)   VALUE
013100         '  RESULT'.
013200
013300 01  REGISTER-LINE.
013400     02  RL-DEALER-ID            PIC X(05).
013500     02  FILLER                  PIC X(02)   VALUE SPACES.
013600     02  RL-PAYMENT-DATE         PIC X(08).
013700     02  FILLER                  PIC X(02)   VALUE SPACES.
013800     02  RL-REFERENCE            PIC X(20).
013900     02  FILLER                  PIC X(02)   VALUE SPACES.
014000     02  RL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
014100     02  FILLER                  PIC X(02)   VALUE SPACES.
014200     02  RL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
014300     02  FILLER                  PIC X(02)   VALUE SPACES.
014400     02  RL-RESULT               PIC X(25).
014500     02  FILLER                  PIC X(37)   VALUE SPACES.
014600
014700 01  TOTAL-LINE.
014800     02  FILLER                  PIC X(17)   VALUE
014900         'PAYMENTS POSTED: '.
015000     02  TL-POSTED               PIC ZZZZ9.
015100     02  FILLER                  PIC X(10)   VALUE
015200         '  AMOUNT: '.
015300     02  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.
015400     02  FILLER                  PIC X(12)   VALUE '  REJECTED: '.
015500     02  TL-REJECTS              PIC ZZZZ9.
015600     02  FILLER                  PIC X(69)   VALUE SPACES.
015700
015800 PROCEDURE DIVISION.
015900
016000 000-INITIATE.
016100
016200     ACCEPT WS-RUN-DATE FROM DATE.
016300     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
016400     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
016500     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
016600     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
016700     MOVE WS-RUN-MM TO WS-RUN-CMM.
016800     MOVE WS-RUN-DD TO WS-RUN-CDD.
016900
017000     OPEN INPUT PAYMENT-CARD-FILE.
017100     OPEN OUTPUT REPORT-FILE.
017200     WRITE REPORT-LINE FROM HEADING-LINE-1.
017300     WRITE REPORT-LINE FROM HEADING-LINE-2.
017400
017500     MOVE 'DLRBAL' TO VSIO-DDNAME OF DEALER-BALANCE-FILE.
017600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-BALANCE-FILE.
017700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-BALANCE-FILE.
017800     MOVE VSIO-I-O TO VSIO-MODE OF DEALER-BALANCE-FILE.
017900     MOVE +100 TO VSIO-RECORD-LENGTH OF DEALER-BALANCE-FILE.
018000     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-BALANCE-FILE.
018100     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-BALANCE-FILE.
018200     MOVE VSIO-OPEN TO VSIO-COMMAND.
018300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018400                         DEALER-BALANCE-FILE,
018500                         DEALER-BALANCE-RECORD.
018600*    END-CALL.
018700     IF NOT VSIO-SUCCESS
018800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018900         STOP RUN.
019000*    END-IF.
019100
019200 010-PROCESS.
019300
019400     PERFORM 110-POST-ONE-PAYMENT
019500        THRU 119-EXIT
019600       UNTIL END-OF-FILE.
019700*    END-PERFORM.
019800
019900 020-TERMINATE.
020000
020100     MOVE POSTED-COUNTER TO TL-POSTED.
020200     MOVE WS-POSTED-AMOUNT TO TL-AMOUNT.
020300     MOVE REJECT-COUNTER TO TL-REJECTS.
020400     WRITE REPORT-LINE FROM TOTAL-LINE.
020500
020600     CLOSE PAYMENT-CARD-FILE.
020700     CLOSE REPORT-FILE.
020800
020900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
021000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021100                         DEALER-BALANCE-FILE,
021200                         DEALER-BALANCE-RECORD.
021300*    END-CALL.
021400
021500     DISPLAY 'DLRPAY: CARDS READ: ' CARD-COUNTER.
021600     DISPLAY 'DLRPAY: POSTED:     ' POSTED-COUNTER.
021700     DISPLAY 'DLRPAY: REJECTED:   ' REJECT-COUNTER.
021800     STOP RUN.
021900
022000* ************************************************************** *
022100* EDITS ONE PAYMENT CARD, APPLIES IT TO THE DEALER'S OPEN        *
022200* INVOICES AND REWRITES THE BALANCE.  A DEALER WITH NO BALANCE   *
022300* RECORD HAS NEVER BEEN BILLED BY DLRSTMT AND IS REJECTED.       *
022400* ************************************************************** *
022500 110-POST-ONE-PAYMENT.
022600
022700     READ PAYMENT-CARD-FILE
022800         AT END
022900             MOVE 'Y' TO END-OF-FILE-SWITCH
023000             GO TO 119-EXIT.
023100*    END-READ.
023200
023300     ADD +1 TO CARD-COUNTER.
023400
023500     MOVE SPACES TO REGISTER-LINE.
023600     MOVE PC-DEALER-ID TO RL-DEALER-ID.
023700     MOVE PC-PAYMENT-DATE TO RL-PAYMENT-DATE.
023800     MOVE PC-REFERENCE TO RL-REFERENCE.
023900     MOVE ZERO TO RL-AMOUNT.
024000     MOVE ZERO TO RL-BALANCE.
024100
024200     IF PC-AMOUNT-N NOT NUMERIC
024300     OR PC-AMOUNT-N EQUAL ZERO
024400         MOVE 'AMOUNT NOT NUMERIC' TO RL-RESULT
024500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024600         GO TO 119-EXIT.
024700*    END-IF.
024800     MOVE PC-AMOUNT-N TO RL-AMOUNT.
024900
025000     IF PC-PAYMENT-DATE EQUAL SPACES
025100         MOVE WS-RUN-CCYYMMDD TO WS-PAYMENT-CCYYMMDD
025200         MOVE WS-RUN-CCYYMMDD TO RL-PAYMENT-DATE
025300     ELSE
025400         IF PC-PAYMENT-DATE-N NOT NUMERIC
025500             MOVE 'PAYMENT DATE NOT NUMERIC' TO RL-RESULT
025600             PERFORM 170-WRITE-REJECT THRU 179-EXIT
025700             GO TO 119-EXIT
025800         ELSE
025900             MOVE PC-PAYMENT-DATE-N TO WS-PAYMENT-CCYYMMDD.
026000*        END-IF
026100*    END-IF.
026200
026300     MOVE SPACES TO DEALER-BALANCE-RECORD.
026400     MOVE PC-DEALER-ID TO DBL-DEALER-ID.
026500     MOVE VSIO-READ TO VSIO-COMMAND.
026600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026700                         DEALER-BALANCE-FILE,
026800                         DEALER-BALANCE-RECORD.
026900*    END-CALL.
027000     IF VSIO-RECORD-NOT-FOUND
027100         MOVE 'NO BALANCE ON FILE' TO RL-RESULT
027200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
027300         MOVE +0 TO VSIO-RETURN-CODE
027400         GO TO 119-EXIT.
027500*    END-IF.
027600     IF NOT VSIO-SUCCESS
027700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027800         MOVE 'BALANCE READ FAILED' TO RL-RESULT
027900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028000         MOVE +0 TO VSIO-RETURN-CODE
028100         GO TO 119-EXIT.
028200*    END-IF.
028300
028400     MOVE PC-AMOUNT-N TO WS-APPLY-AMOUNT.
028500     PERFORM 130-APPLY-PAYMENT THRU 139-EXIT.
028600     SUBTRACT PC-AMOUNT-N FROM DBL-BALANCE.
028700     IF WS-PAYMENT-CCYYMMDD GREATER THAN DBL-LAST-PAYMENT-DATE
028800         MOVE WS-PAYMENT-CCYYMMDD TO DBL-LAST-PAYMENT-DATE.
028900*    END-IF.
029000
029100     MOVE VSIO-REWRITE TO VSIO-COMMAND.
029200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029300                         DEALER-BALANCE-FILE,
029400                         DEALER-BALANCE-RECORD.
029500*    END-CALL.
029600     IF NOT VSIO-SUCCESS
029700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029800         MOVE 'BALANCE UPDATE FAILED' TO RL-RESULT
029900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
030000         MOVE +0 TO VSIO-RETURN-CODE
030100         GO TO 119-EXIT.
030200*    END-IF.
030300
030400     MOVE DBL-BALANCE TO RL-BALANCE.
030500     IF DBL-BALANCE LESS THAN ZERO
030600         MOVE 'POSTED - CREDIT BALANCE' TO RL-RESULT
030700     ELSE
030800         MOVE 'POSTED' TO RL-RESULT.
030900*    END-IF.
031000     WRITE REPORT-LINE FROM REGISTER-LINE.
031100     ADD +1 TO POSTED-COUNTER.
031200     ADD PC-AMOUNT-N TO WS-POSTED-AMOUNT.
031300
031400 119-EXIT.
031500     EXIT.
031600
031700* ************************************************************** *
031800* APPLIES WS-APPLY-AMOUNT TO THE OPEN INVOICES, OLDEST FIRST,    *
031900* THE SAME WAY DLRSTMT APPLIES A NET CREDIT.  A FULLY PAID       *
032000* INVOICE DROPS OFF AND THE NEWER ONES MOVE UP.                  *
032100* ************************************************************** *
032200 130-APPLY-PAYMENT.
032300
032400     PERFORM 134-APPLY-TO-OLDEST
032500        THRU 134-EXIT
032600       UNTIL WS-APPLY-AMOUNT NOT GREATER THAN ZERO
032700          OR DBL-OPEN-DATE (1) EQUAL ZERO.
032800*    END-PERFORM.
032900
033000 139-EXIT.
033100     EXIT.
033200
033300 132-SHIFT-OPEN-INVOICE.
033400
033500     MOVE DBL-OPEN-INVOICE (OPEN-IDX + 1)
033600         TO DBL-OPEN-INVOICE (OPEN-IDX).
033700     ADD 1 TO OPEN-IDX.
033800     IF OPEN-IDX GREATER THAN 3
033900         MOVE ZERO TO DBL-OPEN-DATE (4)
034000         MOVE ZERO TO DBL-OPEN-AMOUNT (4).
034100*    END-IF.
034200
034300 132-EXIT.
034400     EXIT.
034500
034600 134-APPLY-TO-OLDEST.
034700
034800     IF WS-APPLY-AMOUNT LESS THAN DBL-OPEN-AMOUNT (1)
034900         SUBTRACT WS-APPLY-AMOUNT FROM DBL-OPEN-AMOUNT (1)
035000         MOVE ZERO TO WS-APPLY-AMOUNT
035100         GO TO 134-EXIT.
035200*    END-IF.
035300
035400     SUBTRACT DBL-OPEN-AMOUNT (1) FROM WS-APPLY-AMOUNT.
035500     MOVE 1 TO OPEN-IDX.
035600     PERFORM 132-SHIFT-OPEN-INVOICE
035700        THRU 132-EXIT
035800       UNTIL OPEN-IDX GREATER THAN 3.
035900*    END-PERFORM.
036000
036100 134-EXIT.
036200     EXIT.
036300
036400 170-WRITE-REJECT.
036500
036600     WRITE REPORT-LINE FROM REGISTER-LINE.
036700     ADD +1 TO REJECT-COUNTER.
036800
036900 179-EXIT.
037000     EXIT.
037100
037200* ************************************************************** *
037300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
037400* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
037500* PROGRAM IN THIS SUITE.                                         *
037600* ************************************************************** *
037700 500-DISPLAY-UNKNOWN-ERROR.
037800
037900     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
038000     EXHIBIT NAMED VSIO-RETURN-CODE.
038100     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
038200                   VSIO-VSAM-FUNCTION-CODE,
038300                   VSIO-VSAM-FEEDBACK-CODE.
038400
038500 509-EXIT.
038600     EXIT.
