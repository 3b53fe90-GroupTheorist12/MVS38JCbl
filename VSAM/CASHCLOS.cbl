000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASHCLOS.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* CASHIER DAILY CLOSE-OUT AND BANK DEPOSIT RECONCILIATION.      *
000900* TOTALS THE DAY'S CASHIER PAYMENTS ON THE ARDETL JOURNAL --    *
001000* THE 'PAY' RECORDS PAYPOST WRITES WITH A 'TILL' REFERENCE      *
001100* NAMING THE CASHIER AND THE TENDER TYPE -- BY CASHIER AND      *
001200* TENDER ('C' CASH, 'K' CHECK, 'D' CARD), AND PROVES EACH       *
001300* TOTAL AGAINST THE DEPOSIT SLIP TOTALS PUNCHED ON THE SYSIN    *
001400* CARDS.  EVERY CASHIER/TENDER IS PRINTED WITH ITS OVER OR      *
001500* SHORT (DEPOSITED LESS POSTED) AND RECORDED ON THE PERMANENT   *
001600* CASHIER-CLOSE CLUSTER (DDNAME CLOSTBL, KEYED BY CLOSE DATE +  *
001700* CASHIER + TENDER).  A DAY WITH ANY OVER OR SHORT ENDS RC 4.   *
001800* LOCKBOX AND SUSPENSE-CLEARING PAYMENTS NEVER PASS THROUGH A   *
001900* CASHIER'S DRAWER AND ARE NOT PART OF THE CLOSE-OUT.           *
002000*                                                               *
002100* THE RUN REFUSES TO CLOSE (RC 8, NOTHING RECORDED) WHEN:       *
002200*   - THE DAY IS ALREADY ON CLOSTBL -- A DAY CLOSES ONCE;       *
002300*   - PAYPOST'S CHECKPOINT SHOWS A RUN THAT DID NOT FINISH,     *
002400*     SINCE THE DAY'S POSTINGS ARE THEN INCOMPLETE.  THE CHKPT  *
002500*     DD OF THIS STEP NAMES PAYPOST'S OWN CHECKPOINT DATASET;   *
002600*     IT IS ONLY READ HERE, NEVER WRITTEN;                      *
002700*   - A DEPOSIT CARD IS IN ERROR.                               *
002800*                                                               *
002900* SYSIN CARDS:                                                  *
003000*   FIRST CARD  COLS 1-8   CLOSE DATE (CCYYMMDD, BLANK = TODAY) *
003100*   EACH DEPOSIT SLIP THEREAFTER:                               *
003200*               COLS 1-8   CASHIER ID                           *
003300*               COL  10    TENDER TYPE ('C', 'K' OR 'D')        *
003400*               COLS 12-20 DEPOSIT AMOUNT (9(7)V99)             *
003500*   SLIPS FOR THE SAME CASHIER AND TENDER ARE ADDED TOGETHER.   *
003600*                                                               *
003700* MODIFICATION HISTORY.                                         *
003800*   DATE       INIT  DESCRIPTION                                *
003900*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004000* ************************************************************* *
004100
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900
005000     SELECT CONTROL-CARD-FILE
005100         ASSIGN TO UT-S-SYSIN.
005200
005300     SELECT REPORT-FILE
005400         ASSIGN TO UR-1403-S-SYSPRINT.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CONTROL-CARD-FILE
005900     LABEL RECORDS ARE OMITTED
006000     RECORD CONTAINS 80 CHARACTERS
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS CONTROL-CARD-RECORD.
006300 01  CONTROL-CARD-RECORD.
006400     02  CC-CLOSE-DATE           PIC X(08).
006500     02  CC-CLOSE-DATE-N REDEFINES CC-CLOSE-DATE
006600                                 PIC 9(08).
006700     02  FILLER                  PIC X(72).
006800 01  DEPOSIT-CARD-RECORD.
006900     02  DC-CASHIER-ID           PIC X(08).
007000     02  FILLER                  PIC X(01).
007100     02  DC-TENDER-TYPE          PIC X(01).
007200         88  DC-VALID-TENDER             VALUE 'C' 'K' 'D'.
007300     02  FILLER                  PIC X(01).
007400     02  DC-AMOUNT               PIC X(09).
007500     02  DC-AMOUNT-N REDEFINES DC-AMOUNT
007600                                 PIC 9(7)V99.
007700     02  FILLER                  PIC X(60).
007800
007900 FD  REPORT-FILE
008000     LABEL RECORDS ARE OMITTED
008100     RECORD CONTAINS 132 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS REPORT-LINE.
008400 01  REPORT-LINE                 PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008800     88  END-OF-FILE                         VALUE 'Y'.
008900 77  CARDS-EOF-SWITCH            PIC X(01)   VALUE 'N'.
009000     88  CARDS-EOF                           VALUE 'Y'.
009100 77  WS-SWAPPED-SWITCH           PIC X(01)   VALUE 'N'.
009200     88  WS-SWAPPED                          VALUE 'Y'.
009300
009400 77  DEPOSIT-CARD-COUNTER        PIC S9(8) COMP VALUE ZERO.
009500 77  CARD-ERROR-COUNTER          PIC S9(8) COMP VALUE ZERO.
009600 77  PAYMENT-COUNTER             PIC S9(8) COMP VALUE ZERO.
009700 77  OUT-OF-BALANCE-COUNTER      PIC S9(8) COMP VALUE ZERO.
009800 77  CTE-COUNT                   PIC S9(4) COMP VALUE ZERO.
009900 77  CTE-LIMIT                   PIC S9(4) COMP VALUE +200.
010000 77  CTE-IDX                     PIC S9(4) COMP VALUE ZERO.
010100 77  SORT-IDX                    PIC S9(4) COMP VALUE ZERO.
010200
010300 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
010400 01  FILLER REDEFINES WS-RUN-DATE.
010500     02  WS-RUN-YY               PIC 9(02).
010600     02  WS-RUN-MM               PIC 9(02).
010700     02  WS-RUN-DD               PIC 9(02).
010800 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010900 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
011000     02  WS-TODAY-CCYY           PIC 9(04).
011100     02  WS-TODAY-MM             PIC 9(02).
011200     02  WS-TODAY-DD             PIC 9(02).
011300 01  WS-CLOSE-DATE               PIC 9(08)   VALUE ZERO.
011400
011500 01  WS-FIND-KEY.
011600     02  WS-FIND-CASHIER-ID      PIC X(08).
011700     02  WS-FIND-TENDER          PIC X(01).
011800 01  WS-PAYMENT-AMOUNT           PIC S9(5)V99 COMP-3 VALUE ZERO.
011900 01  WS-TOTAL-COUNT              PIC S9(7) COMP-3 VALUE ZERO.
012000 01  WS-TOTAL-POSTED             PIC S9(9)V99 COMP-3 VALUE ZERO.
012100 01  WS-TOTAL-DEPOSITED          PIC S9(9)V99 COMP-3 VALUE ZERO.
012200 01  WS-TOTAL-OVER-SHORT         PIC S9(9)V99 COMP-3 VALUE ZERO.
012300
012400* ************************************************************** *
012500* THE DAY'S TOTALS BY CASHIER AND TENDER: WHAT PAYPOST POSTED    *
012600* AND WHAT THE DEPOSIT SLIPS SAY WENT TO THE BANK.               *
012700* ************************************************************** *
012800 01  CASHIER-TOTAL-TABLE.
012900     02  CASHIER-TOTAL-ENTRY OCCURS 200 TIMES.
013000         03  CTE-KEY.
013100             04  CTE-CASHIER-ID  PIC X(08).
013200             04  CTE-TENDER      PIC X(01).
013300         03  CTE-PAY-COUNT       PIC S9(5) COMP-3.
013400         03  CTE-POSTED          PIC S9(7)V99 COMP-3.
013500         03  CTE-DEPOSITED       PIC S9(7)V99 COMP-3.
013600         03  CTE-OVER-SHORT      PIC S9(7)V99 COMP-3.
013700 01  CTE-HOLD-ENTRY              PIC X(32).
013800
013900 01  CHKPOINT-PARAMETER-VALUES   COPY CHKPOINT.
014000 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
014100
014200 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
014300 01  AR-DETAIL-FILE              COPY VSAMIOFB.
014400 01  CLOSE-TABLE-FILE            COPY VSAMIOFB.
014500
014600 01  AR-DETAIL-RECORD.
014700     02  ARD-STUDENT-ID          PIC X(07).
014800     02  ARD-POST-DATE           PIC 9(08).
014900     02  ARD-TYPE                PIC X(03).
015000     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
015100     02  ARD-REFERENCE           PIC X(20).
015200     02  ARD-TILL-REFERENCE REDEFINES ARD-REFERENCE.
015300         03  ARD-TILL-TAG        PIC X(04).
015400         03  ARD-TILL-CASHIER-ID PIC X(08).
015500         03  ARD-TILL-TENDER     PIC X(01).
015600         03  FILLER              PIC X(07).
015700     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
015800     02  FILLER                  PIC X(14).
015900
016000* ************************************************************** *
016100* THE PERMANENT CASHIER-CLOSE CLUSTER (DDNAME CLOSTBL).  ONE     *
016200* RECORD PER CASHIER AND TENDER FOR EACH DAY CLOSED.             *
016300* ************************************************************** *
016400 01  CLOSE-TABLE-RECORD.
016500     02  CCR-KEY.
016600         03  CCR-CLOSE-DATE      PIC 9(08).
016700         03  CCR-CASHIER-ID      PIC X(08).
016800         03  CCR-TENDER          PIC X(01).
016900     02  CCR-PAY-COUNT           PIC S9(5) COMP-3.
017000     02  CCR-POSTED              PIC S9(7)V99 COMP-3.
017100     02  CCR-DEPOSITED           PIC S9(7)V99 COMP-3.
017200     02  CCR-OVER-SHORT          PIC S9(7)V99 COMP-3.
017300     02  CCR-CLOSED-ON-DATE      PIC 9(08).
017400     02  CCR-STATUS              PIC X(01).
017500         88  CCR-BALANCED                VALUE 'B'.
017600         88  CCR-OVER                    VALUE 'O'.
017700         88  CCR-SHORT                   VALUE 'S'.
017800     02  FILLER                  PIC X(06).
017900
018000 01  HEADING-LINE-1.
018100     02  FILLER                  PIC X(47)   VALUE
018200         'CASHCLOS - CASHIER DAILY CLOSE-OUT  CLOSE DATE '.
018300     02  HL1-CLOSE-DATE          PIC 9(08).
018400     02  FILLER                  PIC X(77)   VALUE SPACES.
018500
018600 01  HEADING-LINE-2.
018700     02  FILLER                  PIC X(19)   VALUE
018800         'CASHIER    TENDER  '.
018900     02  FILLER                  PIC X(05)   VALUE 'COUNT'.
019000     02  FILLER                  PIC X(14)   VALUE
019100         '        POSTED'.
019200     02  FILLER                  PIC X(14)   VALUE
019300         '     DEPOSITED'.
019400     02  FILLER                  PIC X(15)   VALUE
019500         '     OVER/SHORT'.
019600     02  FILLER                  PIC X(65)   VALUE SPACES.
019700
019800 01  DETAIL-LINE.
019900     02  DL-CASHIER-ID           PIC X(08).
020000     02  FILLER                  PIC X(03)   VALUE SPACES.
020100     02  DL-TENDER               PIC X(06).
020200     02  FILLER                  PIC X(02)   VALUE SPACES.
020300     02  DL-COUNT                PIC ZZZZ9.
020400     02  FILLER                  PIC X(02)   VALUE SPACES.
020500     02  DL-POSTED               PIC Z,ZZZ,ZZ9.99.
020600     02  FILLER                  PIC X(02)   VALUE SPACES.
020700     02  DL-DEPOSITED            PIC Z,ZZZ,ZZ9.99.
020800     02  FILLER                  PIC X(02)   VALUE SPACES.
020900     02  DL-OVER-SHORT           PIC Z,ZZZ,ZZ9.99-.
021000     02  FILLER                  PIC X(02)   VALUE SPACES.
021100     02  DL-FLAG                 PIC X(05).
021200     02  FILLER                  PIC X(58)   VALUE SPACES.
021300
021400 01  CARD-ERROR-LINE.
021500     02  FILLER                  PIC X(15)   VALUE
021600         'DEPOSIT CARD: '.
021700     02  CEL-CARD                PIC X(20).
021800     02  FILLER                  PIC X(02)   VALUE SPACES.
021900     02  CEL-REASON              PIC X(30).
022000     02  FILLER                  PIC X(65)   VALUE SPACES.
022100
022200 PROCEDURE DIVISION.
022300
022400 000-INITIATE.
022500
022600     DISPLAY 'CASHCLOS: CASHIER DAILY CLOSE-OUT'.
022700     DISPLAY '---------------------------------'.
022800     DISPLAY ' '.
022900
023000     ACCEPT WS-RUN-DATE FROM DATE.
023100     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
023200     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
023300     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
023400     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
023500     MOVE WS-RUN-MM TO WS-TODAY-MM.
023600     MOVE WS-RUN-DD TO WS-TODAY-DD.
023700
023800     OPEN INPUT CONTROL-CARD-FILE.
023900     MOVE SPACES TO CONTROL-CARD-RECORD.
024000     READ CONTROL-CARD-FILE
024100         AT END
024200             MOVE 'Y' TO CARDS-EOF-SWITCH
024300     END-READ.
024400
024500     IF CC-CLOSE-DATE EQUAL SPACES
024600         MOVE WS-TODAY-CCYYMMDD TO WS-CLOSE-DATE
024700     ELSE
024800         IF CC-CLOSE-DATE NUMERIC
024900             MOVE CC-CLOSE-DATE-N TO WS-CLOSE-DATE
025000         ELSE
025100             DISPLAY 'CASHCLOS: CLOSE DATE NOT NUMERIC - '
025200                     'DAY NOT CLOSED'
025300             MOVE +8 TO RETURN-CODE
025400             STOP RUN.
025500*        END-IF
025600*    END-IF.
025700
025800     PERFORM 030-CHECK-PAYPOST THRU 039-EXIT.
025900
026000     OPEN OUTPUT REPORT-FILE.
026100     MOVE WS-CLOSE-DATE TO HL1-CLOSE-DATE.
026200     WRITE REPORT-LINE FROM HEADING-LINE-1.
026300
026400     MOVE 'CLOSTBL' TO VSIO-DDNAME OF CLOSE-TABLE-FILE.
026500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CLOSE-TABLE-FILE.
026600     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF CLOSE-TABLE-FILE.
026700     MOVE VSIO-I-O TO VSIO-MODE OF CLOSE-TABLE-FILE.
026800     MOVE +50 TO VSIO-RECORD-LENGTH OF CLOSE-TABLE-FILE.
026900     MOVE +0 TO VSIO-KEY-POSITION OF CLOSE-TABLE-FILE.
027000     MOVE +17 TO VSIO-KEY-LENGTH OF CLOSE-TABLE-FILE.
027100     MOVE VSIO-OPEN TO VSIO-COMMAND.
027200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027300                         CLOSE-TABLE-FILE,
027400                         CLOSE-TABLE-RECORD.
027500*    END-CALL.
027600     IF NOT VSIO-SUCCESS
027700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027800         MOVE +8 TO RETURN-CODE
027900         STOP RUN.
028000*    END-IF.
028100
028200     PERFORM 040-CHECK-ALREADY-CLOSED THRU 049-EXIT.
028300
028400     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
028500     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
028600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
028700     MOVE VSIO-INPUT TO VSIO-MODE OF AR-DETAIL-FILE.
028800     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
028900     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
029000     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
029100     MOVE VSIO-OPEN TO VSIO-COMMAND.
029200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029300                         AR-DETAIL-FILE,
029400                         AR-DETAIL-RECORD.
029500*    END-CALL.
029600     IF NOT VSIO-SUCCESS
029700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029800         MOVE +8 TO RETURN-CODE
029900         STOP RUN.
030000*    END-IF.
030100
030200 010-PROCESS.
030300
030400     PERFORM 110-LOAD-DEPOSIT-CARD
030500        THRU 119-EXIT
030600       UNTIL CARDS-EOF.
030700*    END-PERFORM.
030800     CLOSE CONTROL-CARD-FILE.
030900
031000     IF CARD-ERROR-COUNTER GREATER THAN ZERO
031100         DISPLAY 'CASHCLOS: DEPOSIT CARDS IN ERROR - '
031200                 'DAY NOT CLOSED'
031300         GO TO 025-REFUSE-CLOSE.
031400*    END-IF.
031500
031600     PERFORM 130-TOTAL-ONE-PAYMENT
031700        THRU 139-EXIT
031800       UNTIL END-OF-FILE.
031900*    END-PERFORM.
032000     IF CARD-ERROR-COUNTER GREATER THAN ZERO
032100         GO TO 025-REFUSE-CLOSE.
032200*    END-IF.
032300
032400     MOVE 'Y' TO WS-SWAPPED-SWITCH.
032500     PERFORM 210-SORT-PASS
032600        THRU 219-EXIT
032700       UNTIL NOT WS-SWAPPED.
032800*    END-PERFORM.
032900
033000     WRITE REPORT-LINE FROM HEADING-LINE-2.
033100     PERFORM 220-CLOSE-ONE-ENTRY
033200        THRU 229-EXIT
033300       VARYING CTE-IDX FROM +1 BY +1
033400         UNTIL CTE-IDX GREATER THAN CTE-COUNT.
033500*    END-PERFORM.
033600
033700     MOVE SPACES TO DETAIL-LINE.
033800     MOVE 'TOTAL' TO DL-CASHIER-ID.
033900     MOVE WS-TOTAL-COUNT TO DL-COUNT.
034000     MOVE WS-TOTAL-POSTED TO DL-POSTED.
034100     MOVE WS-TOTAL-DEPOSITED TO DL-DEPOSITED.
034200     MOVE WS-TOTAL-OVER-SHORT TO DL-OVER-SHORT.
034300     WRITE REPORT-LINE FROM DETAIL-LINE.
034400
034500     IF OUT-OF-BALANCE-COUNTER GREATER THAN ZERO
034600         MOVE +4 TO RETURN-CODE.
034700*    END-IF.
034800     GO TO 020-TERMINATE.
034900
035000 025-REFUSE-CLOSE.
035100
035200     MOVE +8 TO RETURN-CODE.
035300
035400 020-TERMINATE.
035500
035600     CLOSE REPORT-FILE.
035700
035800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
035900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036000                         AR-DETAIL-FILE,
036100                         AR-DETAIL-RECORD.
036200*    END-CALL.
036300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036400                         CLOSE-TABLE-FILE,
036500                         CLOSE-TABLE-RECORD.
036600*    END-CALL.
036700
036800     DISPLAY 'CASHCLOS: DEPOSIT CARDS:      '
036900         DEPOSIT-CARD-COUNTER.
037000     DISPLAY 'CASHCLOS: PAYMENTS TOTALED:   ' PAYMENT-COUNTER.
037100     DISPLAY 'CASHCLOS: CASHIER/TENDERS:    ' CTE-COUNT.
037200     DISPLAY 'CASHCLOS: OVER OR SHORT:      '
037300         OUT-OF-BALANCE-COUNTER.
037400     STOP RUN.
037500
037600* ************************************************************** *
037700* READS PAYPOST'S CHECKPOINT THROUGH THE SHARED CHKPOINT         *
037800* ROUTINE.  A CLEAN PAYPOST RUN CLEARS IT, SO ANY RESTART KEY    *
037900* LEFT BEHIND MEANS TODAY'S POSTINGS ARE NOT ALL ON ARDETL.      *
038000* ************************************************************** *
038100 030-CHECK-PAYPOST.
038200
038300     MOVE CHKP-OPEN-RESTART TO CHKP-COMMAND.
038400     CALL 'CHKPOINT' USING CHKP-PARAMETER-BLOCK.
038500     IF CHKP-RESTART-KEY NOT EQUAL SPACES
038600         DISPLAY 'CASHCLOS: PAYPOST CHECKPOINT SHOWS AN '
038700                 'INCOMPLETE RUN (' CHKP-RESTART-KEY ')'
038800         DISPLAY 'CASHCLOS: DAY NOT CLOSED'
038900         MOVE +8 TO RETURN-CODE
039000         STOP RUN.
039100*    END-IF.
039200
039300 039-EXIT.
039400     EXIT.
039500
039600* ************************************************************** *
039700* A DAY ALREADY ON CLOSTBL HAS BEEN CLOSED AND CANNOT BE         *
039800* CLOSED AGAIN.                                                  *
039900* ************************************************************** *
040000 040-CHECK-ALREADY-CLOSED.
040100
040200     MOVE SPACES TO CLOSE-TABLE-RECORD.
040300     MOVE WS-CLOSE-DATE TO CCR-CLOSE-DATE.
040400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
040500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040600                         CLOSE-TABLE-FILE,
040700                         CLOSE-TABLE-RECORD.
040800*    END-CALL.
040900     IF NOT VSIO-SUCCESS
041000         MOVE +0 TO VSIO-RETURN-CODE
041100         GO TO 049-EXIT.
041200*    END-IF.
041300
041400     MOVE SPACES TO CLOSE-TABLE-RECORD (1:17).
041500     MOVE +50 TO VSIO-RECORD-LENGTH OF CLOSE-TABLE-FILE.
041600     MOVE VSIO-READ TO VSIO-COMMAND.
041700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041800                         CLOSE-TABLE-FILE,
041900                         CLOSE-TABLE-RECORD.
042000*    END-CALL.
042100     IF VSIO-SUCCESS
042200     AND CCR-CLOSE-DATE EQUAL WS-CLOSE-DATE
042300         DISPLAY 'CASHCLOS: ' WS-CLOSE-DATE
042400                 ' IS ALREADY CLOSED - DAY NOT CLOSED AGAIN'
042500         CLOSE CONTROL-CARD-FILE
042600         CLOSE REPORT-FILE
042700         MOVE VSIO-CLOSE TO VSIO-COMMAND
042800         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042900                             CLOSE-TABLE-FILE,
043000                             CLOSE-TABLE-RECORD
043100         MOVE +8 TO RETURN-CODE
043200         STOP RUN.
043300*    END-IF.
043400     MOVE +0 TO VSIO-RETURN-CODE.
043500
043600 049-EXIT.
043700     EXIT.
043800
043900* ************************************************************** *
044000* ADDS ONE DEPOSIT SLIP TO ITS CASHIER/TENDER TOTAL.  A CARD IN  *
044100* ERROR IS LISTED AND STOPS THE DAY FROM CLOSING.                *
044200* ************************************************************** *
044300 110-LOAD-DEPOSIT-CARD.
044400
044500     READ CONTROL-CARD-FILE INTO DEPOSIT-CARD-RECORD
044600         AT END
044700             MOVE 'Y' TO CARDS-EOF-SWITCH
044800             GO TO 119-EXIT.
044900*    END-READ.
045000
045100     ADD +1 TO DEPOSIT-CARD-COUNTER.
045200     MOVE DEPOSIT-CARD-RECORD TO CEL-CARD.
045300
045400     IF DC-CASHIER-ID EQUAL SPACES
045500         MOVE 'NO CASHIER ID' TO CEL-REASON
045600         PERFORM 170-WRITE-CARD-ERROR THRU 179-EXIT
045700         GO TO 119-EXIT.
045800*    END-IF.
045900
046000     IF NOT DC-VALID-TENDER
046100         MOVE 'TENDER TYPE INVALID' TO CEL-REASON
046200         PERFORM 170-WRITE-CARD-ERROR THRU 179-EXIT
046300         GO TO 119-EXIT.
046400*    END-IF.
046500
046600     IF DC-AMOUNT NOT NUMERIC
046700         MOVE 'DEPOSIT AMOUNT NOT NUMERIC' TO CEL-REASON
046800         PERFORM 170-WRITE-CARD-ERROR THRU 179-EXIT
046900         GO TO 119-EXIT.
047000*    END-IF.
047100
047200     MOVE DC-CASHIER-ID TO WS-FIND-CASHIER-ID.
047300     MOVE DC-TENDER-TYPE TO WS-FIND-TENDER.
047400     PERFORM 150-FIND-ENTRY THRU 159-EXIT.
047500     IF CTE-IDX EQUAL ZERO
047600         MOVE 'TOO MANY CASHIER/TENDERS' TO CEL-REASON
047700         PERFORM 170-WRITE-CARD-ERROR THRU 179-EXIT
047800         GO TO 119-EXIT.
047900*    END-IF.
048000
048100     ADD DC-AMOUNT-N TO CTE-DEPOSITED (CTE-IDX).
048200
048300 119-EXIT.
048400     EXIT.
048500
048600* ************************************************************** *
048700* ADDS ONE ARDETL RECORD TO THE TOTALS WHEN IT IS A CASHIER      *
048800* PAYMENT POSTED ON THE CLOSE DATE.                              *
048900* ************************************************************** *
049000 130-TOTAL-ONE-PAYMENT.
049100
049200     MOVE VSIO-READ TO VSIO-COMMAND.
049300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049400                         AR-DETAIL-FILE,
049500                         AR-DETAIL-RECORD.
049600*    END-CALL.
049700     IF NOT VSIO-SUCCESS
049800         IF VSIO-END-OF-FILE
049900             MOVE 'Y' TO END-OF-FILE-SWITCH
050000             GO TO 139-EXIT
050100         ELSE
050200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050300             MOVE 'Y' TO END-OF-FILE-SWITCH
050400             GO TO 139-EXIT.
050500*        END-IF
050600*    END-IF.
050700
050800     IF ARD-TYPE NOT EQUAL 'PAY'
050900     OR ARD-POST-DATE NOT EQUAL WS-CLOSE-DATE
051000     OR ARD-TILL-TAG NOT EQUAL 'TILL'
051100         GO TO 139-EXIT.
051200*    END-IF.
051300
051400     MOVE ARD-TILL-CASHIER-ID TO WS-FIND-CASHIER-ID.
051500     MOVE ARD-TILL-TENDER TO WS-FIND-TENDER.
051600     PERFORM 150-FIND-ENTRY THRU 159-EXIT.
051700     IF CTE-IDX EQUAL ZERO
051800         DISPLAY 'CASHCLOS: CASHIER/TENDER TABLE FULL AT '
051900                 ARD-TILL-CASHIER-ID ' - DAY NOT CLOSED'
052000         ADD +1 TO CARD-ERROR-COUNTER
052100         MOVE 'Y' TO END-OF-FILE-SWITCH
052200         GO TO 139-EXIT.
052300*    END-IF.
052400
052500     COMPUTE WS-PAYMENT-AMOUNT = ZERO - ARD-AMOUNT.
052600     ADD +1 TO CTE-PAY-COUNT (CTE-IDX).
052700     ADD WS-PAYMENT-AMOUNT TO CTE-POSTED (CTE-IDX).
052800     ADD +1 TO PAYMENT-COUNTER.
052900
053000 139-EXIT.
053100     EXIT.
053200
053300* ************************************************************** *
053400* LOCATES THE TABLE ENTRY FOR WS-FIND-KEY, ADDING IT AT ZERO     *
053500* WHEN NEW.  CTE-IDX COMES BACK ZERO WHEN THE TABLE IS FULL.     *
053600* ************************************************************** *
053700 150-FIND-ENTRY.
053800
053900     PERFORM 155-COMPARE-ENTRY
054000        THRU 155-EXIT
054100       VARYING CTE-IDX FROM +1 BY +1
054200         UNTIL CTE-IDX GREATER THAN CTE-COUNT
054300            OR CTE-KEY (CTE-IDX) EQUAL WS-FIND-KEY.
054400*    END-PERFORM.
054500     IF CTE-IDX NOT GREATER THAN CTE-COUNT
054600         GO TO 159-EXIT.
054700*    END-IF.
054800
054900     IF CTE-COUNT NOT LESS THAN CTE-LIMIT
055000         MOVE ZERO TO CTE-IDX
055100         GO TO 159-EXIT.
055200*    END-IF.
055300
055400     ADD +1 TO CTE-COUNT.
055500     MOVE CTE-COUNT TO CTE-IDX.
055600     MOVE WS-FIND-KEY TO CTE-KEY (CTE-IDX).
055700     MOVE ZERO TO CTE-PAY-COUNT (CTE-IDX).
055800     MOVE ZERO TO CTE-POSTED (CTE-IDX).
055900     MOVE ZERO TO CTE-DEPOSITED (CTE-IDX).
056000     MOVE ZERO TO CTE-OVER-SHORT (CTE-IDX).
056100
056200 159-EXIT.
056300     EXIT.
056400
056500 155-COMPARE-ENTRY.
056600
056700     CONTINUE.
056800
056900 155-EXIT.
057000     EXIT.
057100
057200 170-WRITE-CARD-ERROR.
057300
057400     WRITE REPORT-LINE FROM CARD-ERROR-LINE.
057500     ADD +1 TO CARD-ERROR-COUNTER.
057600
057700 179-EXIT.
057800     EXIT.
057900
058000* ************************************************************** *
058100* ONE EXCHANGE-SORT PASS PUTTING THE TOTALS IN CASHIER/TENDER    *
058200* ORDER FOR THE LISTING.                                         *
058300* ************************************************************** *
058400 210-SORT-PASS.
058500
058600     MOVE 'N' TO WS-SWAPPED-SWITCH.
058700     PERFORM 212-COMPARE-PAIR
058800        THRU 212-EXIT
058900       VARYING SORT-IDX FROM +1 BY +1
059000         UNTIL SORT-IDX NOT LESS THAN CTE-COUNT.
059100*    END-PERFORM.
059200
059300 219-EXIT.
059400     EXIT.
059500
059600 212-COMPARE-PAIR.
059700
059800     IF CTE-KEY (SORT-IDX) GREATER THAN CTE-KEY (SORT-IDX + 1)
059900         MOVE CASHIER-TOTAL-ENTRY (SORT-IDX) TO CTE-HOLD-ENTRY
060000         MOVE CASHIER-TOTAL-ENTRY (SORT-IDX + 1)
060100           TO CASHIER-TOTAL-ENTRY (SORT-IDX)
060200         MOVE CTE-HOLD-ENTRY TO CASHIER-TOTAL-ENTRY (SORT-IDX + 1)
060300         MOVE 'Y' TO WS-SWAPPED-SWITCH.
060400*    END-IF.
060500
060600 212-EXIT.
060700     EXIT.
060800
060900* ************************************************************** *
061000* WORKS OUT ONE CASHIER/TENDER'S OVER OR SHORT, PRINTS IT AND    *
061100* RECORDS IT ON CLOSTBL.                                         *
061200* ************************************************************** *
061300 220-CLOSE-ONE-ENTRY.
061400
061500     COMPUTE CTE-OVER-SHORT (CTE-IDX) =
061600         CTE-DEPOSITED (CTE-IDX) - CTE-POSTED (CTE-IDX).
061700
061800     MOVE SPACES TO CLOSE-TABLE-RECORD.
061900     MOVE WS-CLOSE-DATE TO CCR-CLOSE-DATE.
062000     MOVE CTE-CASHIER-ID (CTE-IDX) TO CCR-CASHIER-ID.
062100     MOVE CTE-TENDER (CTE-IDX) TO CCR-TENDER.
062200     MOVE CTE-PAY-COUNT (CTE-IDX) TO CCR-PAY-COUNT.
062300     MOVE CTE-POSTED (CTE-IDX) TO CCR-POSTED.
062400     MOVE CTE-DEPOSITED (CTE-IDX) TO CCR-DEPOSITED.
062500     MOVE CTE-OVER-SHORT (CTE-IDX) TO CCR-OVER-SHORT.
062600     MOVE WS-TODAY-CCYYMMDD TO CCR-CLOSED-ON-DATE.
062700
062800     MOVE CTE-CASHIER-ID (CTE-IDX) TO DL-CASHIER-ID.
062900     EVALUATE CTE-TENDER (CTE-IDX)
063000         WHEN 'C'
063100             MOVE 'CASH' TO DL-TENDER
063200         WHEN 'K'
063300             MOVE 'CHECK' TO DL-TENDER
063400         WHEN 'D'
063500             MOVE 'CARD' TO DL-TENDER
063600         WHEN OTHER
063700             MOVE CTE-TENDER (CTE-IDX) TO DL-TENDER
063800     END-EVALUATE.
063900     MOVE CTE-PAY-COUNT (CTE-IDX) TO DL-COUNT.
064000     MOVE CTE-POSTED (CTE-IDX) TO DL-POSTED.
064100     MOVE CTE-DEPOSITED (CTE-IDX) TO DL-DEPOSITED.
064200     MOVE CTE-OVER-SHORT (CTE-IDX) TO DL-OVER-SHORT.
064300
064400     EVALUATE TRUE
064500         WHEN CTE-OVER-SHORT (CTE-IDX) GREATER THAN ZERO
064600             MOVE 'O' TO CCR-STATUS
064700             MOVE 'OVER' TO DL-FLAG
064800             ADD +1 TO OUT-OF-BALANCE-COUNTER
064900         WHEN CTE-OVER-SHORT (CTE-IDX) LESS THAN ZERO
065000             MOVE 'S' TO CCR-STATUS
065100             MOVE 'SHORT' TO DL-FLAG
065200             ADD +1 TO OUT-OF-BALANCE-COUNTER
065300         WHEN OTHER
065400             MOVE 'B' TO CCR-STATUS
065500             MOVE SPACES TO DL-FLAG
065600     END-EVALUATE.
065700     WRITE REPORT-LINE FROM DETAIL-LINE.
065800
065900     ADD CTE-PAY-COUNT (CTE-IDX) TO WS-TOTAL-COUNT.
066000     ADD CTE-POSTED (CTE-IDX) TO WS-TOTAL-POSTED.
066100     ADD CTE-DEPOSITED (CTE-IDX) TO WS-TOTAL-DEPOSITED.
066200     ADD CTE-OVER-SHORT (CTE-IDX) TO WS-TOTAL-OVER-SHORT.
066300
066400     MOVE +50 TO VSIO-RECORD-LENGTH OF CLOSE-TABLE-FILE.
066500     MOVE VSIO-WRITE TO VSIO-COMMAND.
066600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066700                         CLOSE-TABLE-FILE,
066800                         CLOSE-TABLE-RECORD.
066900*    END-CALL.
067000     IF NOT VSIO-SUCCESS
067100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067200         MOVE +8 TO RETURN-CODE.
067300*    END-IF.
067400
067500 229-EXIT.
067600     EXIT.
067700
067800* ************************************************************** *
067900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
068000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
068100* PROGRAM IN THIS SUITE.                                         *
068200* ************************************************************** *
068300 500-DISPLAY-UNKNOWN-ERROR.
068400
068500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
068600     EXHIBIT NAMED VSIO-RETURN-CODE.
068700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
068800                   VSIO-VSAM-FUNCTION-CODE,
068900                   VSIO-VSAM-FEEDBACK-CODE.
069000
069100 509-EXIT.
069200     EXIT.
