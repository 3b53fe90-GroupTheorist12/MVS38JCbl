000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DLRAGING.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* DEALER RECEIVABLES AGING.  READS THE DEALER BALANCE CLUSTER   *
000900* (DDNAME DLRBAL) IN DEALER ORDER AND SPREADS EACH DEALER'S     *
001000* OPEN INVOICES INTO THE SAME CURRENT / 31-60 / 61-90 / OVER 90 *
001100* DAY BUCKETS ARAGING USES FOR STUDENT ACCOUNTS, AGED FROM THE  *
001200* INVOICE DATE DLRSTMT STAMPED TO TODAY.  THE DEALER'S NAME AND *
001300* CREDIT LIMIT COME FROM DLRTBL.                                *
001400*                                                               *
001500* A DEALER WHOSE BALANCE IS OVER ITS CREDIT LIMIT, OR WHO HAS   *
001600* ANYTHING IN THE OVER 90 BUCKET, IS FLAGGED; THESE ARE THE     *
001700* DEALERS CAREDIT IS HOLDING SALES FOR.  A DEALER WITH A CREDIT *
001800* BALANCE IS LISTED AND FLAGGED 'CREDIT'; A DEALER WITH NOTHING *
001900* OWING IS NOT LISTED.                                          *
002000*                                                               *
002100* MODIFICATION HISTORY.                                         *
002200*   DATE       INIT  DESCRIPTION                                *
002300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT REPORT-FILE
003500         ASSIGN TO UR-1403-S-SYSPRINT.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  REPORT-FILE
004000     LABEL RECORDS ARE OMITTED
004100     RECORD CONTAINS 132 CHARACTERS
004200     BLOCK CONTAINS 0 RECORDS
004300     DATA RECORD IS REPORT-LINE.
004400 01  REPORT-LINE                 PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
004800     88  END-OF-FILE                         VALUE 'Y'.
004900
005000 77  DEALER-COUNTER              PIC S9(8) COMP VALUE ZERO.
005100 77  HOLD-COUNTER                PIC S9(8) COMP VALUE ZERO.
005200 77  OPEN-IDX                    PIC S9(4) COMP VALUE ZERO.
005300
005400 01  WS-TODAY-DATE               PIC 9(06)   VALUE ZERO.
005500 01  FILLER REDEFINES WS-TODAY-DATE.
005600     02  WS-TODAY-YY             PIC 9(02).
005700     02  WS-TODAY-MM             PIC 9(02).
005800     02  WS-TODAY-DD             PIC 9(02).
005900
006000 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
006100 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
006200     02  WS-TODAY-CCYY           PIC 9(04).
006300     02  WS-TODAY-CMM            PIC 9(02).
006400     02  WS-TODAY-CDD            PIC 9(02).
006500 01  WS-AGE-DAYS                 PIC S9(7) COMP-3 VALUE ZERO.
006600
006700 01  WS-CREDIT-LIMIT             PIC 9(07)   VALUE ZERO.
006800 01  WS-LIMIT-SW                 PIC X(01)   VALUE 'N'.
006900     88  WS-HAS-LIMIT                        VALUE 'Y'.
007000
007100 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
007200 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
007300
007400 01  DEALER-BUCKETS.
007500     02  WS-DLR-CURRENT          PIC S9(9)V99 COMP-3 VALUE ZERO.
007600     02  WS-DLR-31-60            PIC S9(9)V99 COMP-3 VALUE ZERO.
007700     02  WS-DLR-61-90            PIC S9(9)V99 COMP-3 VALUE ZERO.
007800     02  WS-DLR-OVER-90          PIC S9(9)V99 COMP-3 VALUE ZERO.
007900
008000 01  BUCKET-TOTALS.
008100     02  WS-BALANCE-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
008200     02  WS-CURRENT-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
008300     02  WS-31-60-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
008400     02  WS-61-90-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
008500     02  WS-OVER-90-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
008600
008700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008800 01  DEALER-BALANCE-FILE         COPY VSAMIOFB.
008900 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
009000
009100* ************************************************************** *
009200* DEALER BALANCE (DDNAME DLRBAL, KEYED BY DEALER ID), ALSO       *
009300* DESCRIBED IN DLRSTMT.  THE BALANCE IS THE SUM OF THE OPEN      *
009400* INVOICES, OLDEST FIRST, OR A CREDIT (NEGATIVE) WITH NONE OPEN. *
009500* ************************************************************** *
009600 01  DEALER-BALANCE-RECORD.
009700     02  DBL-DEALER-ID           PIC X(05).
009800     02  DBL-BALANCE             PIC S9(9)V99 COMP-3.
009900     02  DBL-LAST-STATEMENT-MONTH
010000                                 PIC X(06).
010100     02  DBL-LAST-INVOICE-DATE   PIC 9(08).
010200     02  DBL-LAST-PAYMENT-DATE   PIC 9(08).
010300     02  DBL-OPEN-INVOICE OCCURS 4 TIMES.
010400         03  DBL-OPEN-DATE       PIC 9(08).
010500         03  DBL-OPEN-AMOUNT     PIC S9(9)V99 COMP-3.
010600     02  FILLER                  PIC X(11).
010700
010800 01  DEALER-TABLE-RECORD.
010900     02  DLR-ID                  PIC X(05).
011000     02  DLR-NAME                PIC X(25).
011100     02  DLR-REGION              PIC X(10).
011200     02  DLR-CREDIT-LIMIT        PIC X(07).
011300     02  FILLER                  PIC X(03).
011400
011500 01  HEADING-LINE-1.
011600     02  FILLER                  PIC X(32)   VALUE
011700         'DEALER RECEIVABLES AGING'.
011800     02  FILLER                  PIC X(08)   VALUE 'AS OF '.
011900     02  HL1-TODAY               PIC 9999/99/99.
012000     02  FILLER                  PIC X(82)   VALUE SPACES.
012100
012200 01  HEADING-LINE-2.
012300     02  FILLER                  PIC X(07)   VALUE 'DEALER'.
012400     02  FILLER                  PIC X(27)   VALUE 'NAME'.
012500     02  FILLER                  PIC X(17)   VALUE
012600         '       BALANCE   '.
012700     02  FILLER                  PIC X(16)   VALUE
012800         '       CURRENT  '.
012900     02  FILLER                  PIC X(16)   VALUE
013000         '    31-60 DAYS  '.
013100     02  FILLER                  PIC X(16)   VALUE
013200         '    61-90 DAYS  '.
013300     02  FILLER                  PIC X(16)   VALUE
013400         '  OVER 90 DAYS  '.
013500     02  FILLER                  PIC X(17)   VALUE 'FLAG'.
013600
013700 01  DETAIL-LINE.
013800     02  DL-DEALER-ID            PIC X(05).
013900     02  FILLER                  PIC X(02)   VALUE SPACES.
014000     02  DL-DEALER-NAME          PIC X(25).
014100     02  FILLER                  PIC X(02)   VALUE SPACES.
014200     02  DL-BALANCE              PIC ZZZ,ZZZ,ZZ9.99-.
014300     02  FILLER                  PIC X(02)   VALUE SPACES.
014400     02  DL-CURRENT              PIC ZZZ,ZZZ,ZZ9.99.
014500     02  FILLER                  PIC X(02)   VALUE SPACES.
014600     02  DL-31-60                PIC ZZZ,ZZZ,ZZ9.99.
014700     02  FILLER                  PIC X(02)   VALUE SPACES.
014800     02  DL-61-90                PIC ZZZ,ZZZ,ZZ9.99.
014900     02  FILLER                  PIC X(02)   VALUE SPACES.
015000     02  DL-OVER-90              PIC ZZZ,ZZZ,ZZ9.99.
015100     02  FILLER                  PIC X(02)   VALUE SPACES.
015200     02  DL-FLAG                 PIC X(17).
015300
015400 01  TOTAL-LINE.
015500     02  FILLER                  PIC X(34)   VALUE 'TOTALS'.
015600     02  TTL-BALANCE             PIC ZZZ,ZZZ,ZZ9.99-.
015700     02  FILLER                  PIC X(02)   VALUE SPACES.
015800     02  TTL-CURRENT             PIC ZZZ,ZZZ,ZZ9.99.
015900     02  FILLER                  PIC X(02)   VALUE SPACES.
016000     02  TTL-31-60               PIC ZZZ,ZZZ,ZZ9.99.
016100     02  FILLER                  PIC X(02)   VALUE SPACES.
016200     02  TTL-61-90               PIC ZZZ,ZZZ,ZZ9.99.
016300     02  FILLER                  PIC X(02)   VALUE SPACES.
016400     02  TTL-OVER-90             PIC ZZZ,ZZZ,ZZ9.99.
016500     02  FILLER                  PIC X(19)   VALUE SPACES.
016600
016700 01  HOLD-COUNT-LINE.
016800     02  FILLER                  PIC X(34)   VALUE
016900         'DEALERS OVER LIMIT OR PAST 90:    '.
017000     02  HCL-COUNT               PIC ZZZZ9.
017100     02  FILLER                  PIC X(93)   VALUE SPACES.
017200
017300 PROCEDURE DIVISION.
017400
017500 000-INITIATE.
017600
017700     ACCEPT WS-TODAY-DATE FROM DATE.
017800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
017900     MOVE WS-TODAY-YY TO YRWIN-2-DIGIT-YEAR.
018000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
018100     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
018200     MOVE WS-TODAY-MM TO WS-TODAY-CMM.
018300     MOVE WS-TODAY-DD TO WS-TODAY-CDD.
018400
018500     MOVE 'DLRBAL' TO VSIO-DDNAME OF DEALER-BALANCE-FILE.
018600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-BALANCE-FILE.
018700     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF DEALER-BALANCE-FILE.
018800     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-BALANCE-FILE.
018900     MOVE +100 TO VSIO-RECORD-LENGTH OF DEALER-BALANCE-FILE.
019000     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-BALANCE-FILE.
019100     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-BALANCE-FILE.
019200     MOVE VSIO-OPEN TO VSIO-COMMAND.
019300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019400                         DEALER-BALANCE-FILE,
019500                         DEALER-BALANCE-RECORD.
019600*    END-CALL.
019700     IF NOT VSIO-SUCCESS
019800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019900         STOP RUN.
020000*    END-IF.
020100
020200     MOVE 'DLRTBL' TO VSIO-DDNAME OF DEALER-TABLE-FILE.
020300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-TABLE-FILE.
020400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-TABLE-FILE.
020500     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-TABLE-FILE.
020600     MOVE +50 TO VSIO-RECORD-LENGTH OF DEALER-TABLE-FILE.
020700     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-TABLE-FILE.
020800     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-TABLE-FILE.
020900     MOVE VSIO-OPEN TO VSIO-COMMAND.
021000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021100                         DEALER-TABLE-FILE,
021200                         DEALER-TABLE-RECORD.
021300*    END-CALL.
021400     IF NOT VSIO-SUCCESS
021500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021600         STOP RUN.
021700*    END-IF.
021800
021900     OPEN OUTPUT REPORT-FILE.
022000     MOVE WS-TODAY-CCYYMMDD TO HL1-TODAY.
022100     WRITE REPORT-LINE FROM HEADING-LINE-1.
022200     WRITE REPORT-LINE FROM HEADING-LINE-2.
022300
022400 010-PROCESS.
022500
022600     PERFORM 110-AGE-ONE-DEALER
022700        THRU 119-EXIT
022800       UNTIL END-OF-FILE.
022900*    END-PERFORM.
023000
023100 020-TERMINATE.
023200
023300     MOVE WS-BALANCE-TOTAL TO TTL-BALANCE.
023400     MOVE WS-CURRENT-TOTAL TO TTL-CURRENT.
023500     MOVE WS-31-60-TOTAL TO TTL-31-60.
023600     MOVE WS-61-90-TOTAL TO TTL-61-90.
023700     MOVE WS-OVER-90-TOTAL TO TTL-OVER-90.
023800     WRITE REPORT-LINE FROM TOTAL-LINE.
023900
024000     MOVE HOLD-COUNTER TO HCL-COUNT.
024100     WRITE REPORT-LINE FROM HOLD-COUNT-LINE.
024200
024300     CLOSE REPORT-FILE.
024400
024500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
024600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024700                         DEALER-BALANCE-FILE,
024800                         DEALER-BALANCE-RECORD.
024900*    END-CALL.
025000     IF NOT VSIO-SUCCESS
025100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
025200*    END-IF.
025300
025400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
025500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025600                         DEALER-TABLE-FILE,
025700                         DEALER-TABLE-RECORD.
025800*    END-CALL.
025900     IF NOT VSIO-SUCCESS
026000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
026100*    END-IF.
026200
026300     DISPLAY 'DLRAGING: DEALERS AGED:         ' DEALER-COUNTER.
026400     DISPLAY 'DLRAGING: OVER LIMIT OR PAST 90: ' HOLD-COUNTER.
026500     STOP RUN.
026600
026700* ************************************************************** *
026800* AGES ONE DEALER'S OPEN INVOICES INTO THE BUCKETS AND FLAGS     *
026900* THE DEALER WHEN IT IS OVER ITS CREDIT LIMIT OR PAST 90 DAYS.   *
027000* ************************************************************** *
027100 110-AGE-ONE-DEALER.
027200
027300     MOVE VSIO-READ TO VSIO-COMMAND.
027400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027500                         DEALER-BALANCE-FILE,
027600                         DEALER-BALANCE-RECORD.
027700*    END-CALL.
027800     IF NOT VSIO-SUCCESS
027900         IF VSIO-END-OF-FILE
028000             MOVE 'Y' TO END-OF-FILE-SWITCH
028100             GO TO 119-EXIT
028200         ELSE
028300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028400             MOVE 'Y' TO END-OF-FILE-SWITCH
028500             GO TO 119-EXIT.
028600*        END-IF
028700*    END-IF.
028800
028900     IF DBL-BALANCE EQUAL ZERO
029000         GO TO 119-EXIT.
029100*    END-IF.
029200
029300     ADD +1 TO DEALER-COUNTER.
029400     PERFORM 120-GET-DEALER THRU 129-EXIT.
029500
029600     MOVE ZERO TO WS-DLR-CURRENT, WS-DLR-31-60,
029700                  WS-DLR-61-90, WS-DLR-OVER-90.
029800     PERFORM 130-AGE-ONE-INVOICE
029900        THRU 139-EXIT
030000       VARYING OPEN-IDX FROM +1 BY +1
030100         UNTIL OPEN-IDX GREATER THAN +4.
030200*    END-PERFORM.
030300
030400     MOVE DBL-DEALER-ID TO DL-DEALER-ID.
030500     MOVE DBL-BALANCE TO DL-BALANCE.
030600     MOVE WS-DLR-CURRENT TO DL-CURRENT.
030700     MOVE WS-DLR-31-60 TO DL-31-60.
030800     MOVE WS-DLR-61-90 TO DL-61-90.
030900     MOVE WS-DLR-OVER-90 TO DL-OVER-90.
031000     ADD DBL-BALANCE TO WS-BALANCE-TOTAL.
031100     ADD WS-DLR-CURRENT TO WS-CURRENT-TOTAL.
031200     ADD WS-DLR-31-60 TO WS-31-60-TOTAL.
031300     ADD WS-DLR-61-90 TO WS-61-90-TOTAL.
031400     ADD WS-DLR-OVER-90 TO WS-OVER-90-TOTAL.
031500
031600     MOVE SPACES TO DL-FLAG.
031700     IF DBL-BALANCE LESS THAN ZERO
031800         MOVE 'CREDIT' TO DL-FLAG
031900     ELSE
032000         IF WS-HAS-LIMIT
032100         AND DBL-BALANCE GREATER THAN WS-CREDIT-LIMIT
032200             IF WS-DLR-OVER-90 GREATER THAN ZERO
032300                 MOVE 'OVER LMT, PAST 90' TO DL-FLAG
032400             ELSE
032500                 MOVE 'OVER LIMIT' TO DL-FLAG
032600             END-IF
032700         ELSE
032800             IF WS-DLR-OVER-90 GREATER THAN ZERO
032900                 MOVE 'PAST 90' TO DL-FLAG.
033000*            END-IF
033100*        END-IF
033200*    END-IF.
033300     IF DL-FLAG NOT EQUAL SPACES
033400     AND DL-FLAG NOT EQUAL 'CREDIT'
033500         ADD +1 TO HOLD-COUNTER.
033600*    END-IF.
033700
033800     WRITE REPORT-LINE FROM DETAIL-LINE.
033900
034000 119-EXIT.
034100     EXIT.
034200
034300* ************************************************************** *
034400* READS THE DEALER'S NAME AND CREDIT LIMIT FROM DLRTBL.  A       *
034500* DEALER NOT ON DLRTBL, OR ONE WITH NO LIMIT, IS NOT LIMIT-      *
034600* CHECKED.                                                       *
034700* ************************************************************** *
034800 120-GET-DEALER.
034900
035000     MOVE 'N' TO WS-LIMIT-SW.
035100     MOVE SPACES TO DEALER-TABLE-RECORD.
035200     MOVE DBL-DEALER-ID TO DLR-ID.
035300     MOVE VSIO-READ TO VSIO-COMMAND.
035400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035500                         DEALER-TABLE-FILE,
035600                         DEALER-TABLE-RECORD.
035700*    END-CALL.
035800     IF NOT VSIO-SUCCESS
035900         IF NOT VSIO-RECORD-NOT-FOUND
036000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036100         END-IF
036200         MOVE +0 TO VSIO-RETURN-CODE
036300         MOVE '*** NOT ON DLRTBL ***' TO DL-DEALER-NAME
036400         GO TO 129-EXIT.
036500*    END-IF.
036600
036700     MOVE DLR-NAME TO DL-DEALER-NAME.
036800     IF DLR-CREDIT-LIMIT NUMERIC
036900         MOVE DLR-CREDIT-LIMIT TO WS-CREDIT-LIMIT
037000         MOVE 'Y' TO WS-LIMIT-SW.
037100*    END-IF.
037200
037300 129-EXIT.
037400     EXIT.
037500
037600* ************************************************************** *
037700* PUTS ONE OPEN INVOICE IN ITS BUCKET BY DAYS SINCE THE INVOICE  *
037800* DATE.  AN INVOICE WHOSE AGE CANNOT BE WORKED OUT IS TREATED AS *
037900* OVER 90 DAYS.                                                  *
038000* ************************************************************** *
038100 130-AGE-ONE-INVOICE.
038200
038300     IF DBL-OPEN-DATE (OPEN-IDX) EQUAL ZERO
038400         GO TO 139-EXIT.
038500*    END-IF.
038600
038700     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
038800     MOVE DBL-OPEN-DATE (OPEN-IDX) TO DDIF-FROM-DATE.
038900     MOVE WS-TODAY-CCYYMMDD TO DDIF-TO-DATE.
039000     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
039100     IF DDIF-SUCCESS
039200         MOVE DDIF-DAYS TO WS-AGE-DAYS
039300     ELSE
039400         MOVE +9999 TO WS-AGE-DAYS.
039500*    END-IF.
039600
039700     EVALUATE TRUE
039800         WHEN WS-AGE-DAYS NOT GREATER THAN +30
039900             ADD DBL-OPEN-AMOUNT (OPEN-IDX) TO WS-DLR-CURRENT
040000         WHEN WS-AGE-DAYS NOT GREATER THAN +60
040100             ADD DBL-OPEN-AMOUNT (OPEN-IDX) TO WS-DLR-31-60
040200         WHEN WS-AGE-DAYS NOT GREATER THAN +90
040300             ADD DBL-OPEN-AMOUNT (OPEN-IDX) TO WS-DLR-61-90
040400         WHEN OTHER
040500             ADD DBL-OPEN-AMOUNT (OPEN-IDX) TO WS-DLR-OVER-90
040600     END-EVALUATE.
040700
040800 139-EXIT.
040900     EXIT.
041000
041100* ************************************************************** *
041200* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
041300* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
041400* PROGRAM IN THIS SUITE.                                         *
041500* ************************************************************** *
041600 500-DISPLAY-UNKNOWN-ERROR.
041700
041800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
041900     EXHIBIT NAMED VSIO-RETURN-CODE.
042000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
042100                   VSIO-VSAM-FUNCTION-CODE,
042200                   VSIO-VSAM-FEEDBACK-CODE.
042300
042400 509-EXIT.
042500     EXIT.
