000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUSPCLR.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* LOCKBOX SUSPENSE CLEARING.  THE CASHIER'S TRANSACTION FOR     *
000900* THE REMITTANCES LOCKBOX COULD NOT MATCH TO A STUDENT AND LEFT *
001000* OPEN ON THE SUSPENSE CLUSTER (SUSPTBL).  ONE CARD PER ITEM:   *
001100*   - 'C' CLEARS THE ITEM TO THE STUDENT PUNCHED ON THE CARD,   *
001200*     POSTING IT EXACTLY AS LOCKBOX POSTS A MATCHED ITEM        *
001300*     (ARBAL REDUCED, A 'PAY' RECORD WITH THE CHECK NUMBER ON   *
001400*     THE ARDETL JOURNAL);                                      *
001500*   - 'R' MARKS THE ITEM RETURNED TO THE REMITTER; NOTHING IS   *
001600*     POSTED.                                                   *
001700* EITHER WAY THE ITEM IS STAMPED WITH THE DATE AND THE CASHIER  *
001800* AND IS NO LONGER OPEN.  AN ITEM NOT ON FILE OR ALREADY CLOSED *
001900* IS REJECTED, AS IS AN ITEM TOO LARGE FOR A STUDENT BALANCE,   *
002000* WHICH CAN ONLY BE RETURNED.                                   *
002100*                                                               *
002200* THE SYSIN OPERATOR MUST BE ON AUTHTBL WITH THE RIGHT PASSWORD *
002300* OR NO CARD IS APPLIED.                                        *
002400*                                                               *
002500* SYSIN CARD:  COLS 1-8 OPERATOR ID, 9-16 PASSWORD OF THE DAY.  *
002600* CLEARING CARDS (UT-S-SUSPCARD):                               *
002700*   COL  1     ACTION 'C' CLEAR OR 'R' RETURN                   *
002800*   COL  2-9   DEPOSIT DATE (CCYYMMDD)                          *
002900*   COL 10-13  LOCKBOX BATCH NUMBER                             *
003000*   COL 14-17  ITEM SEQUENCE IN BATCH                           *
003100*              (COLS 2-17 NAME THE ITEM AS THE LOCKBOX REGISTER *
003200*              LISTS IT)                                        *
003300*   COL 18-24  STUDENT ID ('C' ONLY)                            *
003400*                                                               *
003500* MODIFICATION HISTORY.                                         *
003600*   DATE       INIT  DESCRIPTION                                *
003700*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003800* ************************************************************* *
003900
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700
004800     SELECT CONTROL-CARD-FILE
004900         ASSIGN TO UT-S-SYSIN.
005000
005100     SELECT CLEARING-CARD-FILE
005200         ASSIGN TO UT-S-SUSPCARD.
005300
005400     SELECT REPORT-FILE
005500         ASSIGN TO UR-1403-S-SYSPRINT.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CONTROL-CARD-FILE
006000     LABEL RECORDS ARE OMITTED
006100     RECORD CONTAINS 80 CHARACTERS
006200     BLOCK CONTAINS 0 RECORDS
006300     DATA RECORD IS CONTROL-CARD-RECORD.
006400 01  CONTROL-CARD-RECORD.
006500     02  CC-OPERATOR-ID          PIC X(08).
006600     02  CC-PASSWORD             PIC X(08).
006700     02  FILLER                  PIC X(64).
006800
006900 FD  CLEARING-CARD-FILE
007000     LABEL RECORDS ARE OMITTED
007100     RECORD CONTAINS 80 CHARACTERS
007200     BLOCK CONTAINS 0 RECORDS
007300     DATA RECORD IS CLEARING-CARD-RECORD.
007400 01  CLEARING-CARD-RECORD.
007500     02  SC-ACTION               PIC X(01).
007600         88  SC-CLEAR                    VALUE 'C'.
007700         88  SC-RETURN                   VALUE 'R'.
007800     02  SC-SUSPENSE-KEY.
007900         03  SC-DEPOSIT-DATE     PIC X(08).
008000         03  SC-BATCH-NUMBER     PIC X(04).
008100         03  SC-ITEM-SEQUENCE    PIC X(04).
008200     02  SC-STUDENT-ID           PIC X(07).
008300     02  FILLER                  PIC X(56).
008400
008500 FD  REPORT-FILE
008600     LABEL RECORDS ARE OMITTED
008700     RECORD CONTAINS 132 CHARACTERS
008800     BLOCK CONTAINS 0 RECORDS
008900     DATA RECORD IS REPORT-LINE.
009000 01  REPORT-LINE                 PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009400     88  END-OF-FILE                         VALUE 'Y'.
009500
009600 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009700 77  CLEARED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009800 77  RETURNED-COUNTER            PIC S9(8) COMP VALUE ZERO.
009900 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
010000
010100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
010200 01  FILLER REDEFINES WS-RUN-DATE.
010300     02  WS-RUN-YY               PIC 9(02).
010400     02  WS-RUN-MM               PIC 9(02).
010500     02  WS-RUN-DD               PIC 9(02).
010600 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010700 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
010800     02  WS-TODAY-CCYY           PIC 9(04).
010900     02  WS-TODAY-MM             PIC 9(02).
011000     02  WS-TODAY-DD             PIC 9(02).
011100
011200 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011300
011400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
011500 01  SUSPENSE-FILE               COPY VSAMIOFB.
011600 01  BALANCE-FILE                COPY VSAMIOFB.
011700 01  AR-DETAIL-FILE              COPY VSAMIOFB.
011800 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
011900
012000* ************************************************************** *
012100* THE LOCKBOX SUSPENSE CLUSTER (DDNAME SUSPTBL), AS LOCKBOX      *
012200* WRITES IT.                                                     *
012300* ************************************************************** *
012400 01  SUSPENSE-RECORD.
012500     02  SUS-KEY.
012600         03  SUS-DEPOSIT-DATE    PIC 9(08).
012700         03  SUS-BATCH-NUMBER    PIC 9(04).
012800         03  SUS-ITEM-SEQUENCE   PIC 9(04).
012900     02  SUS-FILE-ID             PIC X(08).
013000     02  SUS-CHECK-NUMBER        PIC X(10).
013100     02  SUS-AMOUNT              PIC S9(7)V99 COMP-3.
013200     02  SUS-COUPON-ID           PIC X(07).
013300     02  SUS-INVOICE-REFERENCE   PIC X(10).
013400     02  SUS-REMITTER            PIC X(25).
013500     02  SUS-REASON              PIC X(20).
013600     02  SUS-STATUS              PIC X(01).
013700         88  SUS-OPEN                    VALUE 'O'.
013800         88  SUS-CLEARED                 VALUE 'C'.
013900         88  SUS-RETURNED                VALUE 'R'.
014000     02  SUS-CLEARED-TO-ID       PIC X(07).
014100     02  SUS-CLEARED-DATE        PIC 9(08).
014200     02  SUS-OPERATOR-ID         PIC X(08).
014300     02  FILLER                  PIC X(03).
014400
014500 01  BALANCE-RECORD.
014600     02  ABR-STUDENT-ID          PIC X(07).
014700     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
014800     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
014900     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
015000
015100 01  AR-DETAIL-RECORD.
015200     02  ARD-STUDENT-ID          PIC X(07).
015300     02  ARD-POST-DATE           PIC 9(08).
015400     02  ARD-TYPE                PIC X(03).
015500     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
015600     02  ARD-REFERENCE           PIC X(20).
015700     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
015800     02  FILLER                  PIC X(14).
015900
016000 01  AUTH-TABLE-RECORD.
016100     02  ATR-OPERATOR-ID         PIC X(08).
016200     02  ATR-PASSWORD            PIC X(08).
016300     02  ATR-NAME                PIC X(20).
016400     02  FILLER                  PIC X(14).
016500
016600 01  HEADING-LINE-1.
016700     02  FILLER                  PIC X(44)   VALUE
016800         'SUSPCLR - LOCKBOX SUSPENSE CLEARING REGISTER'.
016900     02  FILLER                  PIC X(12)   VALUE
017000         '  OPERATOR '.
017100     02  HL1-OPERATOR-ID         PIC X(08).
017200     02  FILLER                  PIC X(68)   VALUE SPACES.
017300
017400 01  REGISTER-LINE.
017500     02  RL-ACTION               PIC X(01).
017600     02  FILLER                  PIC X(02)   VALUE SPACES.
017700     02  RL-SUSPENSE-KEY         PIC X(16).
017800     02  FILLER                  PIC X(02)   VALUE SPACES.
017900     02  RL-CHECK-NUMBER         PIC X(10).
018000     02  FILLER                  PIC X(02)   VALUE SPACES.
018100     02  RL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
018200     02  FILLER                  PIC X(02)   VALUE SPACES.
018300     02  RL-STUDENT-ID           PIC X(07).
018400     02  FILLER                  PIC X(02)   VALUE SPACES.
018500     02  RL-REMITTER             PIC X(25).
018600     02  FILLER                  PIC X(02)   VALUE SPACES.
018700     02  RL-DISPOSITION          PIC X(30).
018800     02  FILLER                  PIC X(19)   VALUE SPACES.
018900
019000 01  TOTAL-LINE.
019100     02  FILLER                  PIC X(13)   VALUE
019200         'CARDS READ:  '.
019300     02  TL-CARDS                PIC ZZZZ9.
019400     02  FILLER                  PIC X(11)   VALUE '  CLEARED: '.
019500     02  TL-CLEARED              PIC ZZZZ9.
019600     02  FILLER                  PIC X(12)   VALUE '  RETURNED: '.
019700     02  TL-RETURNED             PIC ZZZZ9.
019800     02  FILLER                  PIC X(12)   VALUE '  REJECTED: '.
019900     02  TL-REJECTED             PIC ZZZZ9.
020000     02  FILLER                  PIC X(64)   VALUE SPACES.
020100
020200 PROCEDURE DIVISION.
020300
020400 000-INITIATE.
020500
020600     DISPLAY 'SUSPCLR: CLEAR LOCKBOX SUSPENSE ITEMS'.
020700     DISPLAY '-------------------------------------'.
020800     DISPLAY ' '.
020900
021000     OPEN INPUT CONTROL-CARD-FILE.
021100     MOVE SPACES TO CONTROL-CARD-RECORD.
021200     READ CONTROL-CARD-FILE
021300         AT END CONTINUE
021400     END-READ.
021500     CLOSE CONTROL-CARD-FILE.
021600
021700     ACCEPT WS-RUN-DATE FROM DATE.
021800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
021900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
022000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
022100     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
022200     MOVE WS-RUN-MM TO WS-TODAY-MM.
022300     MOVE WS-RUN-DD TO WS-TODAY-DD.
022400
022500     PERFORM 030-CHECK-OPERATOR THRU 039-EXIT.
022600
022700     OPEN INPUT CLEARING-CARD-FILE.
022800     OPEN OUTPUT REPORT-FILE.
022900     MOVE CC-OPERATOR-ID TO HL1-OPERATOR-ID.
023000     WRITE REPORT-LINE FROM HEADING-LINE-1.
023100
023200     MOVE 'SUSPTBL' TO VSIO-DDNAME OF SUSPENSE-FILE.
023300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SUSPENSE-FILE.
023400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SUSPENSE-FILE.
023500     MOVE VSIO-I-O TO VSIO-MODE OF SUSPENSE-FILE.
023600     MOVE +128 TO VSIO-RECORD-LENGTH OF SUSPENSE-FILE.
023700     MOVE +0 TO VSIO-KEY-POSITION OF SUSPENSE-FILE.
023800     MOVE +16 TO VSIO-KEY-LENGTH OF SUSPENSE-FILE.
023900     MOVE VSIO-OPEN TO VSIO-COMMAND.
024000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024100                         SUSPENSE-FILE,
024200                         SUSPENSE-RECORD.
024300*    END-CALL.
024400     IF NOT VSIO-SUCCESS
024500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024600         STOP RUN.
024700*    END-IF.
024800
024900     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
025000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
025100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
025200     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
025300     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
025400     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
025500     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
025600     MOVE VSIO-OPEN TO VSIO-COMMAND.
025700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025800                         BALANCE-FILE,
025900                         BALANCE-RECORD.
026000*    END-CALL.
026100     IF NOT VSIO-SUCCESS
026200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026300         STOP RUN.
026400*    END-IF.
026500
026600     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
026700     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
026800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
026900     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
027000     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
027100     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
027200     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
027300     MOVE VSIO-OPEN TO VSIO-COMMAND.
027400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027500                         AR-DETAIL-FILE,
027600                         AR-DETAIL-RECORD.
027700*    END-CALL.
027800     IF NOT VSIO-SUCCESS
027900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028000         STOP RUN.
028100*    END-IF.
028200
028300 010-PROCESS.
028400
028500     PERFORM 110-APPLY-ONE-CARD
028600        THRU 119-EXIT
028700       UNTIL END-OF-FILE.
028800*    END-PERFORM.
028900
029000 020-TERMINATE.
029100
029200     MOVE CARD-COUNTER TO TL-CARDS.
029300     MOVE CLEARED-COUNTER TO TL-CLEARED.
029400     MOVE RETURNED-COUNTER TO TL-RETURNED.
029500     MOVE REJECT-COUNTER TO TL-REJECTED.
029600     WRITE REPORT-LINE FROM TOTAL-LINE.
029700
029800     CLOSE CLEARING-CARD-FILE.
029900     CLOSE REPORT-FILE.
030000
030100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030300                         SUSPENSE-FILE,
030400                         SUSPENSE-RECORD.
030500*    END-CALL.
030600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030700                         BALANCE-FILE,
030800                         BALANCE-RECORD.
030900*    END-CALL.
031000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031100                         AR-DETAIL-FILE,
031200                         AR-DETAIL-RECORD.
031300*    END-CALL.
031400
031500     DISPLAY 'SUSPCLR: CARDS READ: ' CARD-COUNTER.
031600     DISPLAY 'SUSPCLR: CLEARED:    ' CLEARED-COUNTER.
031700     DISPLAY 'SUSPCLR: RETURNED:   ' RETURNED-COUNTER.
031800     DISPLAY 'SUSPCLR: REJECTED:   ' REJECT-COUNTER.
031900     STOP RUN.
032000
032100* ************************************************************** *
032200* VALIDATES THE SYSIN OPERATOR AGAINST AUTHTBL.  AN ABSENT OR    *
032300* INVALID OPERATOR STOPS THE RUN BEFORE ANY CARD IS READ; A      *
032400* VALID ONE IS STAMPED ON EVERY ITEM CLOSED AND CARRIED ON THE   *
032500* VSAMIO AUDIT TRAIL.                                            *
032600* ************************************************************** *
032700 030-CHECK-OPERATOR.
032800
032900     MOVE SPACES TO VSIO-OPERATOR-ID.
033000
033100     IF CC-OPERATOR-ID EQUAL SPACES
033200         DISPLAY 'SUSPCLR: NO OPERATOR ON THE SYSIN CARD - '
033300                 'NOTHING CLEARED'
033400         MOVE +8 TO RETURN-CODE
033500         STOP RUN.
033600*    END-IF.
033700
033800     MOVE 'AUTHTBL' TO VSIO-DDNAME OF AUTH-TABLE-FILE.
033900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AUTH-TABLE-FILE.
034000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF AUTH-TABLE-FILE.
034100     MOVE VSIO-INPUT TO VSIO-MODE OF AUTH-TABLE-FILE.
034200     MOVE +50 TO VSIO-RECORD-LENGTH OF AUTH-TABLE-FILE.
034300     MOVE +0 TO VSIO-KEY-POSITION OF AUTH-TABLE-FILE.
034400     MOVE +8 TO VSIO-KEY-LENGTH OF AUTH-TABLE-FILE.
034500     MOVE VSIO-OPEN TO VSIO-COMMAND.
034600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034700                         AUTH-TABLE-FILE,
034800                         AUTH-TABLE-RECORD.
034900*    END-CALL.
035000     IF NOT VSIO-SUCCESS
035100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
035200         MOVE +8 TO RETURN-CODE
035300         STOP RUN.
035400*    END-IF.
035500
035600     MOVE SPACES TO AUTH-TABLE-RECORD.
035700     MOVE CC-OPERATOR-ID TO ATR-OPERATOR-ID.
035800     MOVE VSIO-READ TO VSIO-COMMAND.
035900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036000                         AUTH-TABLE-FILE,
036100                         AUTH-TABLE-RECORD.
036200*    END-CALL.
036300     IF NOT VSIO-SUCCESS
036400     OR ATR-PASSWORD NOT EQUAL CC-PASSWORD
036500         DISPLAY 'SUSPCLR: OPERATOR ' CC-OPERATOR-ID
036600                 ' NOT AUTHORIZED - NOTHING CLEARED'
036700         MOVE +8 TO RETURN-CODE
036800         STOP RUN.
036900*    END-IF.
037000     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
037100
037200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037400                         AUTH-TABLE-FILE,
037500                         AUTH-TABLE-RECORD.
037600*    END-CALL.
037700
037800 039-EXIT.
037900     EXIT.
038000
038100 110-APPLY-ONE-CARD.
038200
038300     READ CLEARING-CARD-FILE
038400         AT END
038500             MOVE 'Y' TO END-OF-FILE-SWITCH
038600             GO TO 119-EXIT.
038700*    END-READ.
038800
038900     ADD +1 TO CARD-COUNTER.
039000
039100     MOVE SC-ACTION TO RL-ACTION.
039200     MOVE SC-SUSPENSE-KEY TO RL-SUSPENSE-KEY.
039300     MOVE SPACES TO RL-CHECK-NUMBER.
039400     MOVE ZERO TO RL-AMOUNT.
039500     MOVE SC-STUDENT-ID TO RL-STUDENT-ID.
039600     MOVE SPACES TO RL-REMITTER.
039700
039800     IF NOT SC-CLEAR
039900     AND NOT SC-RETURN
040000         MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
040100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
040200         GO TO 119-EXIT.
040300*    END-IF.
040400
040500     IF SC-DEPOSIT-DATE NOT NUMERIC
040600     OR SC-BATCH-NUMBER NOT NUMERIC
040700     OR SC-ITEM-SEQUENCE NOT NUMERIC
040800         MOVE 'SUSPENSE KEY NOT NUMERIC' TO RL-DISPOSITION
040900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
041000         GO TO 119-EXIT.
041100*    END-IF.
041200
041300     MOVE SPACES TO SUSPENSE-RECORD.
041400     MOVE SC-SUSPENSE-KEY TO SUS-KEY.
041500     MOVE VSIO-READ TO VSIO-COMMAND.
041600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041700                         SUSPENSE-FILE,
041800                         SUSPENSE-RECORD.
041900*    END-CALL.
042000     IF NOT VSIO-SUCCESS
042100         MOVE 'NOT ON SUSPENSE FILE' TO RL-DISPOSITION
042200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
042300         MOVE +0 TO VSIO-RETURN-CODE
042400         GO TO 119-EXIT.
042500*    END-IF.
042600
042700     MOVE SUS-CHECK-NUMBER TO RL-CHECK-NUMBER.
042800     MOVE SUS-AMOUNT TO RL-AMOUNT.
042900     MOVE SUS-REMITTER TO RL-REMITTER.
043000
043100     IF NOT SUS-OPEN
043200         MOVE 'ITEM ALREADY CLOSED' TO RL-DISPOSITION
043300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
043400         GO TO 119-EXIT.
043500*    END-IF.
043600
043700     IF SC-RETURN
043800         MOVE 'R' TO SUS-STATUS
043900         MOVE SPACES TO SUS-CLEARED-TO-ID
044000         PERFORM 160-CLOSE-ITEM THRU 169-EXIT
044100         IF VSIO-SUCCESS
044200             ADD +1 TO RETURNED-COUNTER
044300             MOVE SPACES TO RL-STUDENT-ID
044400             MOVE 'RETURNED TO REMITTER' TO RL-DISPOSITION
044500             WRITE REPORT-LINE FROM REGISTER-LINE
044600         END-IF
044700         GO TO 119-EXIT.
044800*    END-IF.
044900
045000     PERFORM 140-CLEAR-TO-STUDENT THRU 149-EXIT.
045100
045200 119-EXIT.
045300     EXIT.
045400
045500* ************************************************************** *
045600* POSTS A SUSPENSE ITEM TO THE STUDENT ON THE CARD THE WAY       *
045700* LOCKBOX POSTS A MATCHED ITEM, THEN CLOSES IT AS CLEARED.       *
045800* ************************************************************** *
045900 140-CLEAR-TO-STUDENT.
046000
046100     IF SC-STUDENT-ID EQUAL SPACES
046200         MOVE 'STUDENT ID REQUIRED TO CLEAR' TO RL-DISPOSITION
046300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
046400         GO TO 149-EXIT.
046500*    END-IF.
046600
046700     IF SUS-AMOUNT GREATER THAN 99999.99
046800         MOVE 'TOO LARGE - RETURN ONLY' TO RL-DISPOSITION
046900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
047000         GO TO 149-EXIT.
047100*    END-IF.
047200
047300     MOVE SPACES TO BALANCE-RECORD.
047400     MOVE SC-STUDENT-ID TO ABR-STUDENT-ID.
047500     MOVE VSIO-READ TO VSIO-COMMAND.
047600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047700                         BALANCE-FILE,
047800                         BALANCE-RECORD.
047900*    END-CALL.
048000     IF NOT VSIO-SUCCESS
048100         MOVE 'NO BALANCE ON FILE' TO RL-DISPOSITION
048200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
048300         MOVE +0 TO VSIO-RETURN-CODE
048400         GO TO 149-EXIT.
048500*    END-IF.
048600
048700     SUBTRACT SUS-AMOUNT FROM ABR-BALANCE.
048800     MOVE WS-RUN-DATE TO ABR-LAST-PAYMENT-DATE.
048900     MOVE VSIO-REWRITE TO VSIO-COMMAND.
049000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049100                         BALANCE-FILE,
049200                         BALANCE-RECORD.
049300*    END-CALL.
049400     IF NOT VSIO-SUCCESS
049500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049600         GO TO 149-EXIT.
049700*    END-IF.
049800
049900     MOVE SPACES TO AR-DETAIL-RECORD.
050000     MOVE SC-STUDENT-ID TO ARD-STUDENT-ID.
050100     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
050200     MOVE 'PAY' TO ARD-TYPE.
050300     COMPUTE ARD-AMOUNT = ZERO - SUS-AMOUNT.
050400     MOVE SUS-CHECK-NUMBER TO ARD-REFERENCE.
050500     MOVE ABR-BALANCE TO ARD-BALANCE.
050600     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
050700     MOVE VSIO-WRITE TO VSIO-COMMAND.
050800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050900                         AR-DETAIL-FILE,
051000                         AR-DETAIL-RECORD.
051100*    END-CALL.
051200     IF NOT VSIO-SUCCESS
051300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
051400*    END-IF.
051500
051600     MOVE 'C' TO SUS-STATUS.
051700     MOVE SC-STUDENT-ID TO SUS-CLEARED-TO-ID.
051800     PERFORM 160-CLOSE-ITEM THRU 169-EXIT.
051900
052000     ADD +1 TO CLEARED-COUNTER.
052100     MOVE 'CLEARED AND POSTED' TO RL-DISPOSITION.
052200     WRITE REPORT-LINE FROM REGISTER-LINE.
052300
052400 149-EXIT.
052500     EXIT.
052600
052700* ************************************************************** *
052800* STAMPS THE ITEM WITH TODAY'S DATE AND THE CASHIER AND          *
052900* REWRITES IT; THE CALLER HAS ALREADY SET THE NEW STATUS.        *
053000* ************************************************************** *
053100 160-CLOSE-ITEM.
053200
053300     MOVE WS-TODAY-CCYYMMDD TO SUS-CLEARED-DATE.
053400     MOVE CC-OPERATOR-ID TO SUS-OPERATOR-ID.
053500     MOVE +128 TO VSIO-RECORD-LENGTH OF SUSPENSE-FILE.
053600     MOVE VSIO-REWRITE TO VSIO-COMMAND.
053700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053800                         SUSPENSE-FILE,
053900                         SUSPENSE-RECORD.
054000*    END-CALL.
054100     IF NOT VSIO-SUCCESS
054200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
054300*    END-IF.
054400
054500 169-EXIT.
054600     EXIT.
054700
054800 170-WRITE-REJECT.
054900
055000     WRITE REPORT-LINE FROM REGISTER-LINE.
055100     ADD +1 TO REJECT-COUNTER.
055200
055300 179-EXIT.
055400     EXIT.
055500
055600* ************************************************************** *
055700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
055800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
055900* PROGRAM IN THIS SUITE.                                         *
056000* ************************************************************** *
056100 500-DISPLAY-UNKNOWN-ERROR.
056200
056300     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
056400     EXHIBIT NAMED VSIO-RETURN-CODE.
056500     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
056600                   VSIO-VSAM-FUNCTION-CODE,
056700                   VSIO-VSAM-FEEDBACK-CODE.
056800
056900 509-EXIT.
057000     EXIT.
