001800* THE LEDGER IS WRITTEN TO UT-S-LEDGER WITH A TRAILER TOTAL     *
001900* RECORD IN THE STMEXTR STYLE.  ADJUSTMENTS AND LEGACY FEED     *
002000* RECORDS CARRY NO DEALER PRICING AND ARE SKIPPED AND COUNTED.  *
002010* EACH DEALER'S NET AMOUNT DUE IS ALSO POSTED TO THE DEALER     *
002020* BALANCE CLUSTER (DDNAME DLRBAL) AS AN OPEN INVOICE DATED THE  *
002030* RUN DATE (A NET CREDIT IS APPLIED TO THE OLDEST OPEN INVOICES *
002040* INSTEAD), ONCE PER STATEMENT MONTH, FOR DLRPAY, DLRAGING AND  *
002050* THE CAREDIT CREDIT HOLD.                                      *
002100*                                                                 *
002200* SYSIN CARD: COLS 1-6 STATEMENT MONTH (CCYYMM).  WITHOUT A     *
002210* NUMERIC MONTH THE STATEMENTS STILL PRINT BUT NOTHING IS       *
002220* POSTED TO DLRBAL.                                             *
002300*                                                                 *
002400* MODIFICATION HISTORY.                                          *
002500*   DATE       INIT  DESCRIPTION                                 *
002600*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002610*   10/15/2026 JM    NET AMOUNT DUE NOW POSTED TO THE NEW        *
002620*                    DEALER BALANCE CLUSTER (DLRBAL) AS AN       *
002630*                    OPEN INVOICE, ONCE PER STATEMENT MONTH;     *
002640*                    NEW BALANCE SHOWN ON THE REGISTER.          *
002700* ************************************************************* *
002800
002900 ENVIRONMENT DIVISION.
011400     88  FEED-EOF                            VALUE 'Y'.
011500 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
011600     88  ENTRY-FOUND                         VALUE 'Y'.
011610 77  POST-BALANCES-SW            PIC X(01)   VALUE 'N'.
011620     88  POST-BALANCES                       VALUE 'Y'.
011630 77  NEW-BALANCE-SW              PIC X(01)   VALUE 'N'.
011640     88  NEW-BALANCE                         VALUE 'Y'.
011700
011800 77  FEED-READ-COUNTER           PIC S9(8) COMP VALUE ZERO.
011900 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
012000 77  UNPRICED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012100 77  STATEMENT-COUNTER           PIC S9(8) COMP VALUE ZERO.
012110 77  BALANCE-POSTED-COUNTER      PIC S9(8) COMP VALUE ZERO.
012200
012300 77  STM-IDX                     PIC S9(4) COMP VALUE ZERO.
012400 77  SHIFT-IDX                   PIC S9(4) COMP VALUE ZERO.
012500 77  INSERT-AT                   PIC S9(4) COMP VALUE ZERO.
012600 77  STM-COUNT                   PIC S9(4) COMP VALUE ZERO.
012700 77  STM-MAX                     PIC S9(4) COMP VALUE +500.
012710 77  OPEN-IDX                    PIC S9(4) COMP VALUE ZERO.
012800
012900 77  PREVIOUS-DEALER             PIC X(05)   VALUE LOW-VALUES.
013000
013100 01  WS-EXTENDED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
013200 01  WS-UNIT-PRICE               PIC S9(5)V99 COMP-3 VALUE ZERO.
013206 01  WS-INVOICE-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
013212 01  WS-APPLY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
013218
013224 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
013230 01  FILLER REDEFINES WS-RUN-DATE.
013236     02  WS-RUN-YY               PIC 9(02).
013242     02  WS-RUN-MM               PIC 9(02).
013248     02  WS-RUN-DD               PIC 9(02).
013254 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
013260 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
013266     02  WS-RUN-CCYY             PIC 9(04).
013272     02  WS-RUN-CMM              PIC 9(02).
013278     02  WS-RUN-CDD              PIC 9(02).
013284
013290 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
013300
013400 01  DEALER-SALE-UNITS           PIC S9(7) COMP-3 VALUE ZERO.
013500 01  DEALER-SALE-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
016500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
016600 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
016700 01  PRICE-TABLE-FILE            COPY VSAMIOFB.
016710 01  DEALER-BALANCE-FILE         COPY VSAMIOFB.
016800
016900 01  DEALER-TABLE-RECORD.
017000     02  DLR-ID                  PIC X(05).
017900     02  PTR-UNIT-COST           PIC 9(05)V99 COMP-3.
018000     02  PTR-LIST-PRICE          PIC 9(05)V99 COMP-3.
018100     02  FILLER                  PIC X(06).
018105
018110* ************************************************************** *
018115* DEALER BALANCE (DDNAME DLRBAL, KEYED BY DEALER ID).  THE       *
018120* BALANCE IS THE SUM OF THE OPEN INVOICES, OLDEST FIRST, OR A    *
018125* CREDIT (NEGATIVE) WITH NONE OPEN.  A FIFTH OPEN INVOICE IS     *
018130* MADE ROOM FOR BY MERGING THE SECOND-OLDEST INTO THE OLDEST,    *
018135* WHICH KEEPS THE OLDEST DATE FOR AGING.                         *
018140* ************************************************************** *
018145 01  DEALER-BALANCE-RECORD.
018150     02  DBL-DEALER-ID           PIC X(05).
018155     02  DBL-BALANCE             PIC S9(9)V99 COMP-3.
018160     02  DBL-LAST-STATEMENT-MONTH
018165                                 PIC X(06).
018170     02  DBL-LAST-INVOICE-DATE   PIC 9(08).
018175     02  DBL-LAST-PAYMENT-DATE   PIC 9(08).
018180     02  DBL-OPEN-INVOICE OCCURS 4 TIMES.
018185         03  DBL-OPEN-DATE       PIC 9(08).
018190         03  DBL-OPEN-AMOUNT     PIC S9(9)V99 COMP-3.
018195     02  FILLER                  PIC X(11).
018200
018300 01  STATEMENT-HEAD-1.
018400     02  FILLER                  PIC X(34)   VALUE
024000         '     SALES AMT'.
024100     02  FILLER                  PIC X(16)   VALUE
024200         '   RECEIPTS AMT'.
024300     02  FILLER                  PIC X(14)   VALUE
024400         '       NET DUE'.
024410     02  FILLER                  PIC X(18)   VALUE
024420         '       NEW BALANCE'.
024430     02  FILLER                  PIC X(34)   VALUE
024440         '  NOTE'.
024500
024600 01  REGISTER-DETAIL-LINE.
024700     02  RD-DEALER-ID            PIC X(05).
025300     02  RD-RCPT-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
025400     02  FILLER                  PIC X(02)   VALUE SPACES.
025500     02  RD-NET-DUE              PIC ZZZ,ZZZ,ZZ9.99-.
025600     02  FILLER                  PIC X(02)   VALUE SPACES.
025610     02  RD-NEW-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
025620     02  FILLER                  PIC X(02)   VALUE SPACES.
025630     02  RD-NOTE                 PIC X(20).
025640     02  FILLER                  PIC X(25)   VALUE SPACES.
025700
025800 01  REGISTER-TOTAL-LINE.
025900     02  FILLER                  PIC X(34)   VALUE
027700         AT END CONTINUE
027800     END-READ.
027900     CLOSE CONTROL-CARD-FILE.
027906
027912     IF CC-STATEMENT-MONTH NUMERIC
027918         MOVE 'Y' TO POST-BALANCES-SW
027924     ELSE
027930         DISPLAY 'DLRSTMT: NO NUMERIC STATEMENT MONTH - DLRBAL '
027936                 'NOT POSTED'.
027942*    END-IF.
027948
027954     ACCEPT WS-RUN-DATE FROM DATE.
027960     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
027966     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
027972     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
027978     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
027984     MOVE WS-RUN-MM TO WS-RUN-CMM.
027990     MOVE WS-RUN-DD TO WS-RUN-CDD.
028000
028100     MOVE 'DLRTBL' TO VSIO-DDNAME OF DEALER-TABLE-FILE.
028200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-TABLE-FILE.
031100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
031200         STOP RUN.
031300*    END-IF.
031305
031310     MOVE 'DLRBAL' TO VSIO-DDNAME OF DEALER-BALANCE-FILE.
031315     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-BALANCE-FILE.
031320     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-BALANCE-FILE.
031325     MOVE VSIO-I-O TO VSIO-MODE OF DEALER-BALANCE-FILE.
031330     MOVE +100 TO VSIO-RECORD-LENGTH OF DEALER-BALANCE-FILE.
031335     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-BALANCE-FILE.
031340     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-BALANCE-FILE.
031345     MOVE VSIO-OPEN TO VSIO-COMMAND.
031350     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031355                         DEALER-BALANCE-FILE,
031360                         DEALER-BALANCE-RECORD.
031365*    END-CALL.
031370     IF NOT VSIO-SUCCESS
031375         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
031380         STOP RUN.
031385*    END-IF.
031400
031500     OPEN INPUT TRANSACTION-DATA.
031600     OPEN OUTPUT STATEMENT-FILE.
035800                         PRICE-TABLE-FILE,
035900                         PRICE-TABLE-RECORD.
036000*    END-CALL.
036010     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036020                         DEALER-BALANCE-FILE,
036030                         DEALER-BALANCE-RECORD.
036040*    END-CALL.
036100
036200     DISPLAY 'DLRSTMT: FEED RECORDS READ:   ' FEED-READ-COUNTER.
036300     DISPLAY 'DLRSTMT: FEED RECORDS SKIPPED:' SKIPPED-COUNTER.
036400     DISPLAY 'DLRSTMT: UNPRICED LINES:      ' UNPRICED-COUNTER.
036500     DISPLAY 'DLRSTMT: STATEMENTS PRINTED:  ' STATEMENT-COUNTER.
036510     DISPLAY 'DLRSTMT: BALANCES POSTED:     '
036520         BALANCE-POSTED-COUNTER.
036600     STOP RUN.
036700
036800* ************************************************************** *
060800
060900* ************************************************************** *
061000* FINISHES A DEALER'S STATEMENT: NET DUE LINE, REGISTER LINE     *
061100* ON SYSPRINT, LEDGER RECORD, DEALER BALANCE POSTING, AND THE   *
061110* GRAND TOTALS.                                                 *
061200* ************************************************************** *
061300 250-CLOSE-DEALER.
061400
062200     MOVE DEALER-SALE-AMOUNT TO RD-SALE-AMOUNT.
062300     MOVE DEALER-RCPT-AMOUNT TO RD-RCPT-AMOUNT.
062400     MOVE DEALER-NET-DUE TO RD-NET-DUE.
062410     PERFORM 270-POST-DEALER-BALANCE THRU 279-EXIT.
062500     WRITE REPORT-LINE FROM REGISTER-DETAIL-LINE.
062600
062700     MOVE SPACES TO LEDGER-RECORD.
064800
064900 259-EXIT.
065000     EXIT.
065000
065000* ************************************************************** *
065000* POSTS THE DEALER'S NET AMOUNT DUE TO DLRBAL, CREATING THE      *
065000* BALANCE RECORD ON FIRST SIGHT.  A STATEMENT MONTH ALREADY      *
065000* POSTED (OR AN EARLIER ONE) IS NOT POSTED AGAIN, SO A RERUN     *
065000* OF THE MONTH CANNOT DOUBLE-BILL A DEALER.                      *
065000* ************************************************************** *
065000 270-POST-DEALER-BALANCE.
065000
065000     MOVE ZERO TO RD-NEW-BALANCE.
065000     MOVE SPACES TO RD-NOTE.
065000     IF NOT POST-BALANCES
065000         MOVE 'NOT POSTED' TO RD-NOTE
065000         GO TO 279-EXIT.
065000*    END-IF.
065000
065000     MOVE SPACES TO DEALER-BALANCE-RECORD.
065000     MOVE PREVIOUS-DEALER TO DBL-DEALER-ID.
065000     MOVE VSIO-READ TO VSIO-COMMAND.
065000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065000                         DEALER-BALANCE-FILE,
065000                         DEALER-BALANCE-RECORD.
065000*    END-CALL.
065000     EVALUATE TRUE
065000         WHEN VSIO-SUCCESS
065000             MOVE 'N' TO NEW-BALANCE-SW
065000         WHEN VSIO-RECORD-NOT-FOUND
065000             MOVE 'Y' TO NEW-BALANCE-SW
065000             MOVE +0 TO VSIO-RETURN-CODE
065000             MOVE SPACES TO DEALER-BALANCE-RECORD
065000             INITIALIZE DEALER-BALANCE-RECORD
065000             MOVE PREVIOUS-DEALER TO DBL-DEALER-ID
065000         WHEN OTHER
065000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
065000             MOVE 'BALANCE READ FAILED' TO RD-NOTE
065000             GO TO 279-EXIT
065000     END-EVALUATE.
065000
065000     IF DBL-LAST-STATEMENT-MONTH NOT LESS THAN CC-STATEMENT-MONTH
065000         MOVE DBL-BALANCE TO RD-NEW-BALANCE
065000         MOVE 'ALREADY POSTED' TO RD-NOTE
065000         GO TO 279-EXIT.
065000*    END-IF.
065000
065000     IF DEALER-NET-DUE GREATER THAN ZERO
065000         MOVE DEALER-NET-DUE TO WS-INVOICE-AMOUNT
065000         PERFORM 280-ADD-INVOICE THRU 289-EXIT
065000     ELSE
065000         IF DEALER-NET-DUE LESS THAN ZERO
065000             COMPUTE WS-APPLY-AMOUNT = ZERO - DEALER-NET-DUE
065000             PERFORM 290-APPLY-CREDIT THRU 299-EXIT.
065000*        END-IF
065000*    END-IF.
065000
065000     ADD DEALER-NET-DUE TO DBL-BALANCE.
065000     MOVE CC-STATEMENT-MONTH TO DBL-LAST-STATEMENT-MONTH.
065000     MOVE WS-RUN-CCYYMMDD TO DBL-LAST-INVOICE-DATE.
065000     IF NEW-BALANCE
065000         MOVE VSIO-WRITE TO VSIO-COMMAND
065000     ELSE
065000         MOVE VSIO-REWRITE TO VSIO-COMMAND.
065000*    END-IF.
065000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065000                         DEALER-BALANCE-FILE,
065000                         DEALER-BALANCE-RECORD.
065000*    END-CALL.
065000     IF VSIO-SUCCESS
065000         ADD +1 TO BALANCE-POSTED-COUNTER
065000         MOVE DBL-BALANCE TO RD-NEW-BALANCE
065000     ELSE
065000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
065000         MOVE 'BALANCE UPDATE FAILED' TO RD-NOTE.
065000*    END-IF.
065000
065000 279-EXIT.
065000     EXIT.
065000
065000* ************************************************************** *
065000* ADDS WS-INVOICE-AMOUNT AS THE NEWEST OPEN INVOICE.  A CREDIT   *
065000* BALANCE ON ACCOUNT IS USED UP FIRST; WITH ALL FOUR SLOTS IN    *
065000* USE THE TWO OLDEST ARE MERGED UNDER THE OLDEST DATE.           *
065000* ************************************************************** *
065000 280-ADD-INVOICE.
065000
065000     IF DBL-BALANCE LESS THAN ZERO
065000         ADD DBL-BALANCE TO WS-INVOICE-AMOUNT.
065000*    END-IF.
065000     IF WS-INVOICE-AMOUNT NOT GREATER THAN ZERO
065000         GO TO 289-EXIT.
065000*    END-IF.
065000
065000     IF DBL-OPEN-DATE (4) NOT EQUAL ZERO
065000         ADD DBL-OPEN-AMOUNT (2) TO DBL-OPEN-AMOUNT (1)
065000         MOVE 2 TO OPEN-IDX
065000         PERFORM 292-SHIFT-OPEN-INVOICE
065000            THRU 292-EXIT
065000           UNTIL OPEN-IDX GREATER THAN 3.
065000*    END-IF.
065000
065000     MOVE 1 TO OPEN-IDX.
065000     PERFORM 284-FIND-EMPTY-SLOT
065000        THRU 284-EXIT
065000       UNTIL DBL-OPEN-DATE (OPEN-IDX) EQUAL ZERO.
065000*    END-PERFORM.
065000     MOVE WS-RUN-CCYYMMDD TO DBL-OPEN-DATE (OPEN-IDX).
065000     MOVE WS-INVOICE-AMOUNT TO DBL-OPEN-AMOUNT (OPEN-IDX).
065000
065000 289-EXIT.
065000     EXIT.
065000
065000 284-FIND-EMPTY-SLOT.
065000
065000     ADD 1 TO OPEN-IDX.
065000
065000 284-EXIT.
065000     EXIT.
065000
065000* ************************************************************** *
065000* APPLIES WS-APPLY-AMOUNT TO THE OPEN INVOICES, OLDEST FIRST.    *
065000* WHATEVER IS LEFT OVER STAYS ON ACCOUNT AS A CREDIT BALANCE.    *
065000* ************************************************************** *
065000 290-APPLY-CREDIT.
065000
065000     PERFORM 294-APPLY-TO-OLDEST
065000        THRU 294-EXIT
065000       UNTIL WS-APPLY-AMOUNT NOT GREATER THAN ZERO
065000          OR DBL-OPEN-DATE (1) EQUAL ZERO.
065000*    END-PERFORM.
065000
065000 299-EXIT.
065000     EXIT.
065000
065000 292-SHIFT-OPEN-INVOICE.
065000
065000     MOVE DBL-OPEN-INVOICE (OPEN-IDX + 1)
065000         TO DBL-OPEN-INVOICE (OPEN-IDX).
065000     ADD 1 TO OPEN-IDX.
065000     IF OPEN-IDX GREATER THAN 3
065000         MOVE ZERO TO DBL-OPEN-DATE (4)
065000         MOVE ZERO TO DBL-OPEN-AMOUNT (4).
065000*    END-IF.
065000
065000 292-EXIT.
065000     EXIT.
065000
065000 294-APPLY-TO-OLDEST.
065000
065000     IF WS-APPLY-AMOUNT LESS THAN DBL-OPEN-AMOUNT (1)
065000         SUBTRACT WS-APPLY-AMOUNT FROM DBL-OPEN-AMOUNT (1)
065000         MOVE ZERO TO WS-APPLY-AMOUNT
065000         GO TO 294-EXIT.
065000*    END-IF.
065000
065000     SUBTRACT DBL-OPEN-AMOUNT (1) FROM WS-APPLY-AMOUNT.
065000     MOVE 1 TO OPEN-IDX.
065000     PERFORM 292-SHIFT-OPEN-INVOICE
065000        THRU 292-EXIT
065000       UNTIL OPEN-IDX GREATER THAN 3.
065000*    END-PERFORM.
065000
065000 294-EXIT.
065000     EXIT.
065100
065200* ************************************************************** *
065300* WRITES THE REGISTER GRAND TOTAL AND THE LEDGER TRAILER         *
