000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCKBOX.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* BANK LOCKBOX PAYMENT IMPORT.  THE BANK'S DAILY LOCKBOX FILE   *
000900* (UT-S-LOCKBOX) REPLACES THE HAND-PUNCHED PAYMENT CARDS FOR    *
001000* MAILED CHECKS; PAYPOST STILL TAKES WALK-IN AND SPONSOR CARDS. *
001100*                                                               *
001200* PASS 1 READS THE WHOLE FILE AND PROVES IT BEFORE ANYTHING IS  *
001300* POSTED: ONE FILE HEADER, EVERY BATCH HEADER CLOSED BY ITS OWN *
001400* TRAILER, EVERY ITEM INSIDE A BATCH, AND THE ITEM COUNTS AND   *
001500* DOLLAR TOTALS ON EACH BATCH TRAILER AND ON THE FILE TRAILER   *
001600* AGREEING WITH THE ITEMS.  ANY FAILURE IS LISTED, NOTHING IS   *
001700* POSTED, AND THE STEP ENDS RC 8 FOR THE BANK TO RESEND.        *
001800*                                                               *
001900* PASS 2 MATCHES EACH REMITTANCE TO A STUDENT ACCOUNT:          *
002000*   - BY THE STUDENT ID FROM THE COUPON WHEN IT IS ON ARBAL;    *
002100*   - OTHERWISE BY THE INVOICE REFERENCE ARSTMT PRINTED ON THE  *
002200*     STATEMENT, LOOKED UP ON INVCTBL;                          *
002300*   - AN ID AND AN INVOICE NAMING TWO DIFFERENT STUDENTS IS     *
002400*     AMBIGUOUS, AND NEITHER IS TRUSTED.                        *
002500* A MATCHED ITEM POSTS AS PAYPOST POSTS A PAYMENT CARD: ARBAL   *
002600* IS REDUCED AND A 'PAY' RECORD GOES TO THE ARDETL JOURNAL,     *
002700* HERE WITH THE CHECK NUMBER AS ITS REFERENCE.  AN UNMATCHED    *
002800* OR AMBIGUOUS ITEM, OR ONE TOO LARGE FOR A STUDENT BALANCE,    *
002900* GOES TO THE SUSPENSE CLUSTER (SUSPTBL) FOR THE CASHIER TO     *
003000* CLEAR THROUGH SUSPCLR.                                        *
003100*                                                               *
003200* A FILE ALREADY POSTED IS REFUSED THROUGH THE RUNCTL CLUSTER   *
003300* THE SAME WAY CARPOST REFUSES A POSTED GENERATION: FUNCTION    *
003400* 'LOCKBOX', GENERATION THE BANK'S FILE ID.  PASS 2 TAKES A     *
003500* CHECKPOINT THROUGH CHKPOINT LIKE PAYPOST, SO A RESTARTED RUN  *
003600* SKIPS THE ITEMS ALREADY APPLIED.                              *
003700*                                                               *
003800* SYSIN CARD: COLS 1-4 CHECKPOINT INTERVAL (BLANK FOR THE       *
003900* DEFAULT), COLS 6-10 'FORCE' TO REPOST A FILE ON PURPOSE.      *
004000*                                                               *
004100* MODIFICATION HISTORY.                                         *
004200*   DATE       INIT  DESCRIPTION                                *
004300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004400* ************************************************************* *
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300
005400     SELECT CONTROL-CARD-FILE
005500         ASSIGN TO UT-S-SYSIN.
005600
005700     SELECT LOCKBOX-FILE
005800         ASSIGN TO UT-S-LOCKBOX.
005900
006000     SELECT REPORT-FILE
006100         ASSIGN TO UR-1403-S-SYSPRINT.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTROL-CARD-FILE
006600     LABEL RECORDS ARE OMITTED
006700     RECORD CONTAINS 80 CHARACTERS
006800     BLOCK CONTAINS 0 RECORDS
006900     DATA RECORD IS CONTROL-CARD-RECORD.
007000 01  CONTROL-CARD-RECORD.
007100     02  CC-CHKP-INTERVAL        PIC 9(04).
007200     02  FILLER                  PIC X(01).
007300     02  CC-FORCE                PIC X(05).
007400     02  FILLER                  PIC X(70).
007500
007600* ************************************************************** *
007700* THE BANK'S LOCKBOX TRANSMISSION.  COLUMN 1 NAMES THE RECORD:   *
007800* '1' FILE HEADER, '5' BATCH HEADER, '6' REMITTANCE ITEM,        *
007900* '7' BATCH TRAILER, '9' FILE TRAILER.                           *
008000* ************************************************************** *
008100 FD  LOCKBOX-FILE
008200     LABEL RECORDS ARE OMITTED
008300     RECORD CONTAINS 80 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS LOCKBOX-RECORD.
008600 01  LOCKBOX-RECORD.
008700     02  LBX-RECORD-TYPE         PIC X(01).
008800         88  LBX-FILE-HEADER             VALUE '1'.
008900         88  LBX-BATCH-HEADER            VALUE '5'.
009000         88  LBX-ITEM                    VALUE '6'.
009100         88  LBX-BATCH-TRAILER           VALUE '7'.
009200         88  LBX-FILE-TRAILER            VALUE '9'.
009300     02  LBX-BODY                PIC X(79).
009400     02  LBX-FILE-HEADER-VIEW REDEFINES LBX-BODY.
009500         03  LBH-BANK-ID         PIC X(10).
009600         03  LBH-DEPOSIT-DATE    PIC 9(08).
009700         03  FILLER REDEFINES LBH-DEPOSIT-DATE.
009800             04  FILLER          PIC X(02).
009900             04  LBH-DEPOSIT-YYMMDD
010000                                 PIC 9(06).
010100         03  LBH-FILE-ID         PIC X(08).
010200         03  FILLER              PIC X(53).
010300     02  LBX-BATCH-HEADER-VIEW REDEFINES LBX-BODY.
010400         03  LBB-BATCH-NUMBER    PIC 9(04).
010500         03  FILLER              PIC X(75).
010600     02  LBX-ITEM-VIEW REDEFINES LBX-BODY.
010700         03  LBI-BATCH-NUMBER    PIC 9(04).
010800         03  LBI-ITEM-SEQUENCE   PIC 9(04).
010900         03  LBI-CHECK-NUMBER    PIC X(10).
011000         03  LBI-AMOUNT          PIC 9(07)V99.
011100         03  LBI-STUDENT-ID      PIC X(07).
011200         03  LBI-INVOICE-REFERENCE
011300                                 PIC X(10).
011400         03  LBI-REMITTER        PIC X(25).
011500         03  FILLER              PIC X(10).
011600     02  LBX-BATCH-TRAILER-VIEW REDEFINES LBX-BODY.
011700         03  LBT-BATCH-NUMBER    PIC 9(04).
011800         03  LBT-ITEM-COUNT      PIC 9(05).
011900         03  LBT-BATCH-TOTAL     PIC 9(09)V99.
012000         03  FILLER              PIC X(59).
012100     02  LBX-FILE-TRAILER-VIEW REDEFINES LBX-BODY.
012200         03  LBF-BATCH-COUNT     PIC 9(04).
012300         03  LBF-ITEM-COUNT      PIC 9(07).
012400         03  LBF-FILE-TOTAL      PIC 9(11)V99.
012500         03  FILLER              PIC X(55).
012600
012700 FD  REPORT-FILE
012800     LABEL RECORDS ARE OMITTED
012900     RECORD CONTAINS 132 CHARACTERS
013000     BLOCK CONTAINS 0 RECORDS
013100     DATA RECORD IS REPORT-LINE.
013200 01  REPORT-LINE                 PIC X(132).
013300
013400 WORKING-STORAGE SECTION.
013500 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
013600     88  END-OF-FILE                         VALUE 'Y'.
013700 77  RUN-CONTROL-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
013800     88  RUN-CONTROL-FOUND                   VALUE 'Y'.
013900 77  WS-HEADER-SEEN-SW           PIC X(01)   VALUE 'N'.
014000     88  WS-HEADER-SEEN                      VALUE 'Y'.
014100 77  WS-TRAILER-SEEN-SW          PIC X(01)   VALUE 'N'.
014200     88  WS-TRAILER-SEEN                     VALUE 'Y'.
014300 77  WS-IN-BATCH-SW              PIC X(01)   VALUE 'N'.
014400     88  WS-IN-BATCH                         VALUE 'Y'.
014500
014600 77  RECORDS-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
014700 77  VALIDATION-ERROR-COUNTER    PIC S9(8) COMP VALUE ZERO.
014800 77  ITEMS-READ-COUNTER          PIC S9(8) COMP VALUE ZERO.
014900 77  POSTED-COUNTER              PIC S9(8) COMP VALUE ZERO.
015000 77  SUSPENSE-COUNTER            PIC S9(8) COMP VALUE ZERO.
015100 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
015200 77  ITEMS-TO-SKIP               PIC S9(8) COMP VALUE ZERO.
015300 77  WS-PROGRESS-COUNT           PIC 9(08)   VALUE ZERO.
015400
015500 01  CHKPOINT-PARAMETER-VALUES   COPY CHKPOINT.
015600
015700 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
015800 01  FILLER REDEFINES WS-RUN-DATE.
015900     02  WS-RUN-YY               PIC 9(02).
016000     02  WS-RUN-MM               PIC 9(02).
016100     02  WS-RUN-DD               PIC 9(02).
016200 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
016300 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
016400 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
016500     02  WS-TODAY-CCYY           PIC 9(04).
016600     02  WS-TODAY-MM             PIC 9(02).
016700     02  WS-TODAY-DD             PIC 9(02).
016800
016900 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
017000
017100* ************************************************************** *
017200* CONTROL TOTALS PROVED IN PASS 1, AND THE FILE HEADER KEPT FOR  *
017300* PASS 2.                                                        *
017400* ************************************************************** *
017500 01  WS-CONTROL-FIELDS.
017600     02  WS-BANK-ID              PIC X(10).
017700     02  WS-DEPOSIT-DATE         PIC 9(08).
017800     02  WS-DEPOSIT-YYMMDD       PIC 9(06).
017900     02  WS-FILE-ID              PIC X(08).
018000     02  WS-BATCH-NUMBER         PIC 9(04).
018100     02  WS-BATCH-ITEMS          PIC S9(7) COMP-3.
018200     02  WS-BATCH-TOTAL          PIC S9(11)V99 COMP-3.
018300     02  WS-FILE-BATCHES         PIC S9(7) COMP-3.
018400     02  WS-FILE-ITEMS           PIC S9(7) COMP-3.
018500     02  WS-FILE-TOTAL           PIC S9(11)V99 COMP-3.
018600     02  WS-POSTED-TOTAL         PIC S9(11)V99 COMP-3.
018700     02  WS-SUSPENSE-TOTAL       PIC S9(11)V99 COMP-3.
018800
018900 01  WS-MATCH-FIELDS.
019000     02  WS-MATCH-ID             PIC X(07).
019100     02  WS-INVOICE-ID           PIC X(07).
019200     02  WS-SUSPENSE-REASON      PIC X(20).
019300
019400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
019500 01  RUN-CONTROL-FILE            COPY VSAMIOFB.
019600 01  BALANCE-FILE                COPY VSAMIOFB.
019700 01  AR-DETAIL-FILE              COPY VSAMIOFB.
019800 01  INVOICE-FILE                COPY VSAMIOFB.
019900 01  SUSPENSE-FILE               COPY VSAMIOFB.
020000
020100 01  RUN-CONTROL-RECORD.
020200     02  RCR-KEY.
020300         03  RCR-FUNCTION        PIC X(08).
020400         03  RCR-GEN-ID          PIC X(08).
020500     02  RCR-POSTED-DATE         PIC 9(06).
020600     02  RCR-POSTED-TIME         PIC 9(08).
020700     02  RCR-TRAN-COUNT          PIC 9(07).
020800     02  RCR-FORCE-COUNT         PIC 9(03).
020900     02  RCR-HOLDER              PIC X(08).
021000     02  FILLER                  PIC X(02).
021100
021200 01  BALANCE-RECORD.
021300     02  ABR-STUDENT-ID          PIC X(07).
021400     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
021500     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
021600     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
021700
021800 01  AR-DETAIL-RECORD.
021900     02  ARD-STUDENT-ID          PIC X(07).
022000     02  ARD-POST-DATE           PIC 9(08).
022100     02  ARD-TYPE                PIC X(03).
022200     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
022300     02  ARD-REFERENCE           PIC X(20).
022400     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
022500     02  FILLER                  PIC X(14).
022600
022700* ************************************************************** *
022800* STATEMENT INVOICES FILED BY ARSTMT (DDNAME INVCTBL).           *
022900* ************************************************************** *
023000 01  INVOICE-RECORD.
023100     02  INV-REFERENCE           PIC X(10).
023200     02  INV-STUDENT-ID          PIC X(07).
023300     02  INV-STATEMENT-DATE      PIC 9(08).
023400     02  INV-AMOUNT-DUE          PIC S9(5)V99 COMP-3.
023500     02  FILLER                  PIC X(11).
023600
023700* ************************************************************** *
023800* THE LOCKBOX SUSPENSE CLUSTER (DDNAME SUSPTBL), KEYED BY        *
023900* DEPOSIT DATE, BATCH AND ITEM.  AN ITEM STAYS OPEN UNTIL        *
024000* SUSPCLR CLEARS IT TO A STUDENT OR MARKS IT RETURNED TO THE     *
024100* REMITTER.                                                      *
024200* ************************************************************** *
024300 01  SUSPENSE-RECORD.
024400     02  SUS-KEY.
024500         03  SUS-DEPOSIT-DATE    PIC 9(08).
024600         03  SUS-BATCH-NUMBER    PIC 9(04).
024700         03  SUS-ITEM-SEQUENCE   PIC 9(04).
024800     02  SUS-FILE-ID             PIC X(08).
024900     02  SUS-CHECK-NUMBER        PIC X(10).
025000     02  SUS-AMOUNT              PIC S9(7)V99 COMP-3.
025100     02  SUS-COUPON-ID           PIC X(07).
025200     02  SUS-INVOICE-REFERENCE   PIC X(10).
025300     02  SUS-REMITTER            PIC X(25).
025400     02  SUS-REASON              PIC X(20).
025500     02  SUS-STATUS              PIC X(01).
025600         88  SUS-OPEN                    VALUE 'O'.
025700         88  SUS-CLEARED                 VALUE 'C'.
025800         88  SUS-RETURNED                VALUE 'R'.
025900     02  SUS-CLEARED-TO-ID       PIC X(07).
026000     02  SUS-CLEARED-DATE        PIC 9(08).
026100     02  SUS-OPERATOR-ID         PIC X(08).
026200     02  FILLER                  PIC X(03).
026300
026400 01  HEADING-LINE-1.
026500     02  FILLER                  PIC X(32) VALUE
026600         'LOCKBOX - BANK LOCKBOX REGISTER '.
026700     02  FILLER                  PIC X(06) VALUE 'BANK '.
026800     02  HL1-BANK-ID             PIC X(10).
026900     02  FILLER                  PIC X(10) VALUE '  FILE ID '.
027000     02  HL1-FILE-ID             PIC X(08).
027100     02  FILLER                  PIC X(11) VALUE '  DEPOSIT '.
027200     02  HL1-DEPOSIT-DATE        PIC 9(08).
027300     02  FILLER                  PIC X(47) VALUE SPACES.
027400
027500 01  HEADING-LINE-2.
027600     02  FILLER                  PIC X(11) VALUE 'BATCH ITEM'.
027700     02  FILLER                  PIC X(12) VALUE 'CHECK NO.'.
027800     02  FILLER                  PIC X(14) VALUE
027900         '        AMOUNT'.
028000     02  FILLER                  PIC X(02) VALUE SPACES.
028100     02  FILLER                  PIC X(09) VALUE 'STUDENT'.
028200     02  FILLER                  PIC X(12) VALUE 'INVOICE'.
028300     02  FILLER                  PIC X(27) VALUE 'REMITTER'.
028400     02  FILLER                  PIC X(45) VALUE 'DISPOSITION'.
028500
028600 01  REGISTER-LINE.
028700     02  RL-BATCH-NUMBER         PIC 9(04).
028800     02  FILLER                  PIC X(02) VALUE SPACES.
028900     02  RL-ITEM-SEQUENCE        PIC 9(04).
029000     02  FILLER                  PIC X(01) VALUE SPACES.
029100     02  RL-CHECK-NUMBER         PIC X(10).
029200     02  FILLER                  PIC X(02) VALUE SPACES.
029300     02  RL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
029400     02  FILLER                  PIC X(04) VALUE SPACES.
029500     02  RL-STUDENT-ID           PIC X(07).
029600     02  FILLER                  PIC X(02) VALUE SPACES.
029700     02  RL-INVOICE-REFERENCE    PIC X(10).
029800     02  FILLER                  PIC X(02) VALUE SPACES.
029900     02  RL-REMITTER             PIC X(25).
030000     02  FILLER                  PIC X(02) VALUE SPACES.
030100     02  RL-DISPOSITION          PIC X(09).
030200     02  FILLER                  PIC X(01) VALUE SPACES.
030300     02  RL-REASON               PIC X(20).
030400     02  FILLER                  PIC X(15) VALUE SPACES.
030500
030600 01  VALIDATION-LINE.
030700     02  FILLER                  PIC X(14) VALUE
030800         '*** RECORD '.
030900     02  VL-RECORD-NUMBER        PIC ZZZZZZ9.
031000     02  FILLER                  PIC X(03) VALUE SPACES.
031100     02  VL-MESSAGE              PIC X(50).
031200     02  FILLER                  PIC X(58) VALUE SPACES.
031300
031400 01  NOT-POSTED-LINE.
031500     02  FILLER                  PIC X(60) VALUE
031600         '*** FILE FAILED ITS CONTROL TOTALS - NOTHING POSTED'.
031700     02  FILLER                  PIC X(72) VALUE SPACES.
031800
031900 01  TOTAL-LINE-1.
032000     02  FILLER                  PIC X(16) VALUE
032100         'ITEMS ON FILE: '.
032200     02  TL-ITEMS                PIC Z,ZZZ,ZZ9.
032300     02  FILLER                  PIC X(10) VALUE '  POSTED: '.
032400     02  TL-POSTED               PIC Z,ZZZ,ZZ9.
032500     02  FILLER                  PIC X(03) VALUE SPACES.
032600     02  TL-POSTED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
032700     02  FILLER                  PIC X(13) VALUE
032800         '  SUSPENSE: '.
032900     02  TL-SUSPENSE             PIC Z,ZZZ,ZZ9.
033000     02  FILLER                  PIC X(03) VALUE SPACES.
033100     02  TL-SUSPENSE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
033200     02  FILLER                  PIC X(32) VALUE SPACES.
033300
033400 01  TOTAL-LINE-2.
033500     02  FILLER                  PIC X(16) VALUE
033600         'FILE TOTAL:    '.
033700     02  TL-FILE-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
033800     02  FILLER                  PIC X(12) VALUE '  BATCHES: '.
033900     02  TL-BATCHES              PIC Z,ZZ9.
034000     02  FILLER                  PIC X(85) VALUE SPACES.
034100
034200 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
034300
034400 PROCEDURE DIVISION.
034500
034600 000-INITIATE.
034700
034800     DISPLAY 'LOCKBOX: BANK LOCKBOX PAYMENT IMPORT'.
034900     DISPLAY '------------------------------------'.
035000     DISPLAY ' '.
035100
035200     ACCEPT WS-RUN-DATE FROM DATE.
035300     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
035400     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
035500     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
035600     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
035700     MOVE WS-RUN-MM TO WS-TODAY-MM.
035800     MOVE WS-RUN-DD TO WS-TODAY-DD.
035900
036000     OPEN INPUT CONTROL-CARD-FILE.
036100     MOVE SPACES TO CONTROL-CARD-RECORD.
036200     READ CONTROL-CARD-FILE
036300         AT END CONTINUE
036400     END-READ.
036500     CLOSE CONTROL-CARD-FILE.
036600
036700     INITIALIZE WS-CONTROL-FIELDS.
036800     OPEN OUTPUT REPORT-FILE.
036900
037000* ************************************************************** *
037100* PASS 1 - PROVE THE TRANSMISSION BEFORE ANY OF IT IS POSTED.    *
037200* ************************************************************** *
037300 010-VALIDATE.
037400
037500     OPEN INPUT LOCKBOX-FILE.
037600     PERFORM 110-VALIDATE-ONE-RECORD
037700        THRU 119-EXIT
037800       UNTIL END-OF-FILE.
037900*    END-PERFORM.
038000     CLOSE LOCKBOX-FILE.
038100
038200     IF NOT WS-HEADER-SEEN
038300         MOVE 'NO FILE HEADER RECORD' TO VL-MESSAGE
038400         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
038500*    END-IF.
038600     IF WS-IN-BATCH
038700         MOVE 'LAST BATCH HAS NO TRAILER' TO VL-MESSAGE
038800         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
038900*    END-IF.
039000     IF NOT WS-TRAILER-SEEN
039100         MOVE 'NO FILE TRAILER RECORD' TO VL-MESSAGE
039200         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
039300*    END-IF.
039400
039500     MOVE WS-BANK-ID TO HL1-BANK-ID.
039600     MOVE WS-FILE-ID TO HL1-FILE-ID.
039700     MOVE WS-DEPOSIT-DATE TO HL1-DEPOSIT-DATE.
039800     WRITE REPORT-LINE FROM HEADING-LINE-1
039900         AFTER ADVANCING PAGE.
040000     WRITE REPORT-LINE FROM BLANK-LINE.
040100
040200     IF VALIDATION-ERROR-COUNTER GREATER THAN ZERO
040300         WRITE REPORT-LINE FROM BLANK-LINE
040400         WRITE REPORT-LINE FROM NOT-POSTED-LINE
040500         CLOSE REPORT-FILE
040600         DISPLAY 'LOCKBOX: FILE ' WS-FILE-ID ' FAILED '
040700             VALIDATION-ERROR-COUNTER ' CONTROL CHECKS - '
040800             'NOTHING POSTED'
040900         MOVE +8 TO RETURN-CODE
041000         STOP RUN.
041100*    END-IF.
041200
041300     PERFORM 030-CHECK-RUN-CONTROL
041400        THRU 039-EXIT.
041500
041600* THE SHARED CHKPOINT ROUTINE RETURNS HOW FAR A CRASHED RUN
041700* GOT: 'I' PLUS A COUNT MEANS THAT MANY ITEMS WERE ALREADY
041800* POSTED OR SUSPENDED.  THIS RUN SKIPS THEM INSTEAD OF APPLYING
041900* THEM TWICE.
042000     IF CC-CHKP-INTERVAL NUMERIC
042100     AND CC-CHKP-INTERVAL GREATER THAN ZERO
042200         MOVE CC-CHKP-INTERVAL TO CHKP-INTERVAL.
042300*    END-IF.
042400     MOVE CHKP-OPEN-RESTART TO CHKP-COMMAND.
042500     CALL 'CHKPOINT' USING CHKP-PARAMETER-BLOCK.
042600     IF CHKP-RESTART-KEY (1:1) EQUAL 'I'
042700     AND CHKP-RESTART-KEY (2:8) NUMERIC
042800         MOVE CHKP-RESTART-KEY (2:8) TO ITEMS-TO-SKIP
042900         DISPLAY 'LOCKBOX: RESTART - SKIPPING FIRST '
043000             CHKP-RESTART-KEY (2:8) ' ITEMS ALREADY APPLIED'.
043100*    END-IF.
043200
043300     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
043400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
043500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
043600     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
043700     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
043800     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
043900     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
044000     MOVE VSIO-OPEN TO VSIO-COMMAND.
044100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044200                         BALANCE-FILE,
044300                         BALANCE-RECORD.
044400*    END-CALL.
044500     IF NOT VSIO-SUCCESS
044600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044700         MOVE +8 TO RETURN-CODE
044800         STOP RUN.
044900*    END-IF.
045000
045100     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
045200     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
045300     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
045400     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
045500     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
045600     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
045700     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
045800     MOVE VSIO-OPEN TO VSIO-COMMAND.
045900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046000                         AR-DETAIL-FILE,
046100                         AR-DETAIL-RECORD.
046200*    END-CALL.
046300     IF NOT VSIO-SUCCESS
046400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046500         MOVE +8 TO RETURN-CODE
046600         STOP RUN.
046700*    END-IF.
046800
046900     MOVE 'INVCTBL' TO VSIO-DDNAME OF INVOICE-FILE.
047000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF INVOICE-FILE.
047100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INVOICE-FILE.
047200     MOVE VSIO-INPUT TO VSIO-MODE OF INVOICE-FILE.
047300     MOVE +40 TO VSIO-RECORD-LENGTH OF INVOICE-FILE.
047400     MOVE +0 TO VSIO-KEY-POSITION OF INVOICE-FILE.
047500     MOVE +10 TO VSIO-KEY-LENGTH OF INVOICE-FILE.
047600     MOVE VSIO-OPEN TO VSIO-COMMAND.
047700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047800                         INVOICE-FILE,
047900                         INVOICE-RECORD.
048000*    END-CALL.
048100     IF NOT VSIO-SUCCESS
048200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048300         MOVE +8 TO RETURN-CODE
048400         STOP RUN.
048500*    END-IF.
048600
048700     MOVE 'SUSPTBL' TO VSIO-DDNAME OF SUSPENSE-FILE.
048800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SUSPENSE-FILE.
048900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SUSPENSE-FILE.
049000     MOVE VSIO-I-O TO VSIO-MODE OF SUSPENSE-FILE.
049100     MOVE +128 TO VSIO-RECORD-LENGTH OF SUSPENSE-FILE.
049200     MOVE +0 TO VSIO-KEY-POSITION OF SUSPENSE-FILE.
049300     MOVE +16 TO VSIO-KEY-LENGTH OF SUSPENSE-FILE.
049400     MOVE VSIO-OPEN TO VSIO-COMMAND.
049500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049600                         SUSPENSE-FILE,
049700                         SUSPENSE-RECORD.
049800*    END-CALL.
049900     IF NOT VSIO-SUCCESS
050000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050100         MOVE +8 TO RETURN-CODE
050200         STOP RUN.
050300*    END-IF.
050400
050500     WRITE REPORT-LINE FROM HEADING-LINE-2.
050600     WRITE REPORT-LINE FROM BLANK-LINE.
050700
050800* ************************************************************** *
050900* PASS 2 - MATCH AND POST (OR SUSPEND) EVERY REMITTANCE ITEM.    *
051000* ************************************************************** *
051100 015-PROCESS.
051200
051300     MOVE 'N' TO END-OF-FILE-SWITCH.
051400     OPEN INPUT LOCKBOX-FILE.
051500     PERFORM 130-APPLY-ONE-RECORD
051600        THRU 139-EXIT
051700       UNTIL END-OF-FILE.
051800*    END-PERFORM.
051900     CLOSE LOCKBOX-FILE.
052000
052100 020-TERMINATE.
052200
052300     MOVE ITEMS-READ-COUNTER TO TL-ITEMS.
052400     MOVE POSTED-COUNTER TO TL-POSTED.
052500     MOVE WS-POSTED-TOTAL TO TL-POSTED-TOTAL.
052600     MOVE SUSPENSE-COUNTER TO TL-SUSPENSE.
052700     MOVE WS-SUSPENSE-TOTAL TO TL-SUSPENSE-TOTAL.
052800     MOVE WS-FILE-TOTAL TO TL-FILE-TOTAL.
052900     MOVE WS-FILE-BATCHES TO TL-BATCHES.
053000     WRITE REPORT-LINE FROM BLANK-LINE.
053100     WRITE REPORT-LINE FROM TOTAL-LINE-1.
053200     WRITE REPORT-LINE FROM TOTAL-LINE-2.
053300     CLOSE REPORT-FILE.
053400
053500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
053600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053700                         BALANCE-FILE,
053800                         BALANCE-RECORD.
053900*    END-CALL.
054000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054100                         AR-DETAIL-FILE,
054200                         AR-DETAIL-RECORD.
054300*    END-CALL.
054400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054500                         INVOICE-FILE,
054600                         INVOICE-RECORD.
054700*    END-CALL.
054800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054900                         SUSPENSE-FILE,
055000                         SUSPENSE-RECORD.
055100*    END-CALL.
055200
055300* A RUN THAT APPLIED EVERY ITEM CLEARS ITS CHECKPOINT AND MARKS
055400* THE FILE POSTED; AFTER AN I/O ERROR BOTH ARE LEFT FOR THE
055500* RESTART.
055600     IF ERROR-COUNTER EQUAL ZERO
055700         MOVE CHKP-CLEAR TO CHKP-COMMAND
055800         CALL 'CHKPOINT' USING CHKP-PARAMETER-BLOCK
055900         PERFORM 400-MARK-RUN-CONTROL
056000            THRU 409-EXIT
056100     ELSE
056200         MOVE +8 TO RETURN-CODE
056300         MOVE VSIO-CLOSE TO VSIO-COMMAND
056400         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056500                             RUN-CONTROL-FILE,
056600                             RUN-CONTROL-RECORD.
056700*    END-IF.
056800
056900     DISPLAY 'LOCKBOX: ITEMS ON FILE:   ' ITEMS-READ-COUNTER.
057000     DISPLAY 'LOCKBOX: ITEMS POSTED:    ' POSTED-COUNTER.
057100     DISPLAY 'LOCKBOX: TO SUSPENSE:     ' SUSPENSE-COUNTER.
057200     DISPLAY 'LOCKBOX: ERRORS:          ' ERROR-COUNTER.
057300     STOP RUN.
057400
057500* ************************************************************** *
057600* RUN-CONTROL HANDSHAKE - REFUSE A LOCKBOX FILE THE RUNCTL       *
057700* CLUSTER ALREADY SHOWS POSTED, UNLESS THE SYSIN CARD CARRIES    *
057800* 'FORCE' FOR A DELIBERATE REPOST, WHICH IS NOTED ON THE RUN     *
057900* LOG.                                                           *
058000* ************************************************************** *
058100 030-CHECK-RUN-CONTROL.
058200
058300     MOVE 'RUNCTL' TO VSIO-DDNAME OF RUN-CONTROL-FILE.
058400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RUN-CONTROL-FILE.
058500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RUN-CONTROL-FILE.
058600     MOVE VSIO-I-O TO VSIO-MODE OF RUN-CONTROL-FILE.
058700     MOVE +50 TO VSIO-RECORD-LENGTH OF RUN-CONTROL-FILE.
058800     MOVE +0 TO VSIO-KEY-POSITION OF RUN-CONTROL-FILE.
058900     MOVE +16 TO VSIO-KEY-LENGTH OF RUN-CONTROL-FILE.
059000     MOVE VSIO-OPEN TO VSIO-COMMAND.
059100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059200                         RUN-CONTROL-FILE,
059300                         RUN-CONTROL-RECORD.
059400*    END-CALL.
059500     IF NOT VSIO-SUCCESS
059600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059700         MOVE +8 TO RETURN-CODE
059800         STOP RUN.
059900*    END-IF.
060000
060100     MOVE SPACES TO RUN-CONTROL-RECORD.
060200     MOVE 'LOCKBOX' TO RCR-FUNCTION.
060300     MOVE WS-FILE-ID TO RCR-GEN-ID.
060400     MOVE VSIO-READ TO VSIO-COMMAND.
060500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060600                         RUN-CONTROL-FILE,
060700                         RUN-CONTROL-RECORD.
060800*    END-CALL.
060900
061000     EVALUATE TRUE
061100         WHEN VSIO-SUCCESS
061200             MOVE 'Y' TO RUN-CONTROL-FOUND-SWITCH
061300         WHEN VSIO-RECORD-NOT-FOUND
061400             MOVE 'N' TO RUN-CONTROL-FOUND-SWITCH
061500             MOVE +0 TO VSIO-RETURN-CODE
061600         WHEN OTHER
061700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061800             MOVE +8 TO RETURN-CODE
061900             STOP RUN
062000     END-EVALUATE.
062100
062200     IF NOT RUN-CONTROL-FOUND
062300         GO TO 039-EXIT.
062400*    END-IF.
062500
062600     IF CC-FORCE EQUAL 'FORCE'
062700         DISPLAY 'LOCKBOX: FILE ' WS-FILE-ID
062800             ' ALREADY POSTED ' RCR-POSTED-DATE ' AT '
062900             RCR-POSTED-TIME ' - FORCED REPOST AUTHORIZED'
063000         GO TO 039-EXIT.
063100*    END-IF.
063200
063300     DISPLAY 'LOCKBOX: FILE ' WS-FILE-ID
063400         ' ALREADY POSTED ' RCR-POSTED-DATE ' AT '
063500         RCR-POSTED-TIME ' WITH ' RCR-TRAN-COUNT ' ITEMS'.
063600     DISPLAY 'LOCKBOX: RUN REFUSED - RESUBMIT WITH A FORCE'
063700         ' CARD FOR A DELIBERATE REPOST'.
063800     CLOSE REPORT-FILE.
063900     MOVE +8 TO RETURN-CODE.
064000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
064100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
064200                         RUN-CONTROL-FILE,
064300                         RUN-CONTROL-RECORD.
064400*    END-CALL.
064500     STOP RUN.
064600
064700 039-EXIT.
064800     EXIT.
064900
065000* ************************************************************** *
065100* PASS 1, ONE RECORD.  EACH RECORD MUST ARRIVE IN ITS PLACE:     *
065200* HEADER FIRST, ITEMS ONLY BETWEEN A BATCH HEADER AND ITS        *
065300* TRAILER, NOTHING AFTER THE FILE TRAILER.  TRAILER COUNTS AND   *
065400* TOTALS ARE CHECKED AGAINST THE ITEMS AS THEY ARRIVE.           *
065500* ************************************************************** *
065600 110-VALIDATE-ONE-RECORD.
065700
065800     READ LOCKBOX-FILE
065900         AT END
066000             MOVE 'Y' TO END-OF-FILE-SWITCH
066100             GO TO 119-EXIT.
066200*    END-READ.
066300     ADD +1 TO RECORDS-READ-COUNTER.
066400
066500     IF WS-TRAILER-SEEN
066600         MOVE 'RECORD FOLLOWS THE FILE TRAILER' TO VL-MESSAGE
066700         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
066800         GO TO 119-EXIT.
066900*    END-IF.
067000     IF NOT WS-HEADER-SEEN
067100     AND NOT LBX-FILE-HEADER
067200         MOVE 'FIRST RECORD IS NOT THE FILE HEADER' TO VL-MESSAGE
067300         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
067400         MOVE 'Y' TO WS-HEADER-SEEN-SW.
067500*    END-IF.
067600
067700     EVALUATE TRUE
067800         WHEN LBX-FILE-HEADER
067900             PERFORM 112-CHECK-FILE-HEADER THRU 112-EXIT
068000         WHEN LBX-BATCH-HEADER
068100             PERFORM 114-CHECK-BATCH-HEADER THRU 114-EXIT
068200         WHEN LBX-ITEM
068300             PERFORM 115-CHECK-ITEM THRU 115-EXIT
068400         WHEN LBX-BATCH-TRAILER
068500             PERFORM 116-CHECK-BATCH-TRAILER THRU 116-EXIT
068600         WHEN LBX-FILE-TRAILER
068700             PERFORM 118-CHECK-FILE-TRAILER THRU 118-EXIT
068800         WHEN OTHER
068900             MOVE 'UNKNOWN RECORD TYPE' TO VL-MESSAGE
069000             PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
069100     END-EVALUATE.
069200
069300 119-EXIT.
069400     EXIT.
069500
069600 112-CHECK-FILE-HEADER.
069700
069800     IF WS-HEADER-SEEN
069900         MOVE 'SECOND FILE HEADER' TO VL-MESSAGE
070000         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
070100         GO TO 112-EXIT.
070200*    END-IF.
070300     MOVE 'Y' TO WS-HEADER-SEEN-SW.
070400
070500     IF LBH-DEPOSIT-DATE NOT NUMERIC
070600         MOVE 'DEPOSIT DATE NOT NUMERIC' TO VL-MESSAGE
070700         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
070800         GO TO 112-EXIT.
070900*    END-IF.
071000     IF LBH-FILE-ID EQUAL SPACES
071100         MOVE 'FILE ID MISSING FROM HEADER' TO VL-MESSAGE
071200         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
071300*    END-IF.
071400
071500     MOVE LBH-BANK-ID TO WS-BANK-ID.
071600     MOVE LBH-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
071700     MOVE LBH-DEPOSIT-YYMMDD TO WS-DEPOSIT-YYMMDD.
071800     MOVE LBH-FILE-ID TO WS-FILE-ID.
071900
072000 112-EXIT.
072100     EXIT.
072200
072300 114-CHECK-BATCH-HEADER.
072400
072500     IF WS-IN-BATCH
072600         MOVE 'BATCH HEADER INSIDE AN OPEN BATCH' TO VL-MESSAGE
072700         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
072800*    END-IF.
072900     IF LBB-BATCH-NUMBER NOT NUMERIC
073000         MOVE 'BATCH NUMBER NOT NUMERIC' TO VL-MESSAGE
073100         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
073200         MOVE ZERO TO WS-BATCH-NUMBER
073300     ELSE
073400         MOVE LBB-BATCH-NUMBER TO WS-BATCH-NUMBER.
073500*    END-IF.
073600
073700     MOVE 'Y' TO WS-IN-BATCH-SW.
073800     MOVE ZERO TO WS-BATCH-ITEMS.
073900     MOVE ZERO TO WS-BATCH-TOTAL.
074000
074100 114-EXIT.
074200     EXIT.
074300
074400 115-CHECK-ITEM.
074500
074600     IF NOT WS-IN-BATCH
074700         MOVE 'ITEM OUTSIDE ANY BATCH' TO VL-MESSAGE
074800         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
074900*    END-IF.
075000     IF LBI-BATCH-NUMBER NOT NUMERIC
075100     OR LBI-BATCH-NUMBER NOT EQUAL WS-BATCH-NUMBER
075200         MOVE 'ITEM BATCH NUMBER DOES NOT MATCH HEADER'
075300             TO VL-MESSAGE
075400         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
075500*    END-IF.
075600     IF LBI-ITEM-SEQUENCE NOT NUMERIC
075700         MOVE 'ITEM SEQUENCE NOT NUMERIC' TO VL-MESSAGE
075800         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
075900*    END-IF.
076000     IF LBI-AMOUNT NOT NUMERIC
076100     OR LBI-AMOUNT EQUAL ZERO
076200         MOVE 'ITEM AMOUNT MISSING OR NOT NUMERIC' TO VL-MESSAGE
076300         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
076400         GO TO 115-EXIT.
076500*    END-IF.
076600
076700     ADD +1 TO WS-BATCH-ITEMS.
076800     ADD +1 TO WS-FILE-ITEMS.
076900     ADD LBI-AMOUNT TO WS-BATCH-TOTAL.
077000     ADD LBI-AMOUNT TO WS-FILE-TOTAL.
077100
077200 115-EXIT.
077300     EXIT.
077400
077500 116-CHECK-BATCH-TRAILER.
077600
077700     IF NOT WS-IN-BATCH
077800         MOVE 'BATCH TRAILER WITHOUT A BATCH HEADER' TO VL-MESSAGE
077900         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT
078000         GO TO 116-EXIT.
078100*    END-IF.
078200     MOVE 'N' TO WS-IN-BATCH-SW.
078300     ADD +1 TO WS-FILE-BATCHES.
078400
078500     IF LBT-BATCH-NUMBER NOT NUMERIC
078600     OR LBT-BATCH-NUMBER NOT EQUAL WS-BATCH-NUMBER
078700         MOVE 'BATCH TRAILER NUMBER DOES NOT MATCH HEADER'
078800             TO VL-MESSAGE
078900         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
079000*    END-IF.
079100     IF LBT-ITEM-COUNT NOT NUMERIC
079200     OR LBT-ITEM-COUNT NOT EQUAL WS-BATCH-ITEMS
079300         MOVE 'BATCH ITEM COUNT OUT OF BALANCE' TO VL-MESSAGE
079400         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
079500*    END-IF.
079600     IF LBT-BATCH-TOTAL NOT NUMERIC
079700     OR LBT-BATCH-TOTAL NOT EQUAL WS-BATCH-TOTAL
079800         MOVE 'BATCH DOLLAR TOTAL OUT OF BALANCE' TO VL-MESSAGE
079900         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
080000*    END-IF.
080100
080200 116-EXIT.
080300     EXIT.
080400
080500 118-CHECK-FILE-TRAILER.
080600
080700     IF WS-IN-BATCH
080800         MOVE 'FILE TRAILER INSIDE AN OPEN BATCH' TO VL-MESSAGE
080900         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
081000*    END-IF.
081100     MOVE 'Y' TO WS-TRAILER-SEEN-SW.
081200
081300     IF LBF-BATCH-COUNT NOT NUMERIC
081400     OR LBF-BATCH-COUNT NOT EQUAL WS-FILE-BATCHES
081500         MOVE 'FILE BATCH COUNT OUT OF BALANCE' TO VL-MESSAGE
081600         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
081700*    END-IF.
081800     IF LBF-ITEM-COUNT NOT NUMERIC
081900     OR LBF-ITEM-COUNT NOT EQUAL WS-FILE-ITEMS
082000         MOVE 'FILE ITEM COUNT OUT OF BALANCE' TO VL-MESSAGE
082100         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
082200*    END-IF.
082300     IF LBF-FILE-TOTAL NOT NUMERIC
082400     OR LBF-FILE-TOTAL NOT EQUAL WS-FILE-TOTAL
082500         MOVE 'FILE DOLLAR TOTAL OUT OF BALANCE' TO VL-MESSAGE
082600         PERFORM 170-VALIDATION-ERROR THRU 179-EXIT.
082700*    END-IF.
082800
082900 118-EXIT.
083000     EXIT.
083100
083200* ************************************************************** *
083300* PASS 2, ONE RECORD.  ONLY ITEMS ARE APPLIED; THE CONTROL       *
083400* RECORDS WERE PROVED IN PASS 1.  ON A RESTART THE ITEMS THE     *
083500* CHECKPOINT SHOWS APPLIED ARE PASSED OVER.                      *
083600* ************************************************************** *
083700 130-APPLY-ONE-RECORD.
083800
083900     READ LOCKBOX-FILE
084000         AT END
084100             MOVE 'Y' TO END-OF-FILE-SWITCH
084200             GO TO 139-EXIT.
084300*    END-READ.
084400     IF NOT LBX-ITEM
084500         GO TO 139-EXIT.
084600*    END-IF.
084700
084800     ADD +1 TO ITEMS-READ-COUNTER.
084900     IF ITEMS-READ-COUNTER NOT GREATER THAN ITEMS-TO-SKIP
085000         GO TO 139-EXIT.
085100*    END-IF.
085200
085300     MOVE LBI-BATCH-NUMBER TO RL-BATCH-NUMBER.
085400     MOVE LBI-ITEM-SEQUENCE TO RL-ITEM-SEQUENCE.
085500     MOVE LBI-CHECK-NUMBER TO RL-CHECK-NUMBER.
085600     MOVE LBI-AMOUNT TO RL-AMOUNT.
085700     MOVE LBI-STUDENT-ID TO RL-STUDENT-ID.
085800     MOVE LBI-INVOICE-REFERENCE TO RL-INVOICE-REFERENCE.
085900     MOVE LBI-REMITTER TO RL-REMITTER.
086000     MOVE SPACES TO RL-REASON.
086100
086200     PERFORM 140-MATCH-ITEM THRU 149-EXIT.
086300     IF WS-SUSPENSE-REASON EQUAL SPACES
086400         PERFORM 150-POST-ITEM THRU 159-EXIT
086500     ELSE
086600         PERFORM 160-SUSPEND-ITEM THRU 169-EXIT.
086700*    END-IF.
086800
086900     MOVE ITEMS-READ-COUNTER TO WS-PROGRESS-COUNT.
087000     MOVE SPACES TO CHKP-CURRENT-KEY.
087100     MOVE 'I' TO CHKP-CURRENT-KEY (1:1).
087200     MOVE WS-PROGRESS-COUNT TO CHKP-CURRENT-KEY (2:8).
087300     MOVE CHKP-COUNT-RECORD TO CHKP-COMMAND.
087400     CALL 'CHKPOINT' USING CHKP-PARAMETER-BLOCK.
087500
087600 139-EXIT.
087700     EXIT.
087800
087900* ************************************************************** *
088000* FINDS THE STUDENT ACCOUNT FOR AN ITEM.  THE COUPON'S STUDENT   *
088100* ID IS TRIED FIRST ON ARBAL, THEN THE INVOICE REFERENCE ON      *
088200* INVCTBL.  WHEN BOTH RESOLVE THEY MUST AGREE.  ON RETURN        *
088300* WS-MATCH-ID NAMES THE ACCOUNT, WITH ITS ARBAL RECORD IN        *
088400* BALANCE-RECORD, OR WS-SUSPENSE-REASON SAYS WHY THERE IS NONE.  *
088500* ************************************************************** *
088600 140-MATCH-ITEM.
088700
088800     MOVE SPACES TO WS-MATCH-FIELDS.
088900
089000     IF LBI-AMOUNT GREATER THAN 99999.99
089100         MOVE 'AMOUNT OVER LIMIT' TO WS-SUSPENSE-REASON
089200         GO TO 149-EXIT.
089300*    END-IF.
089400
089500     IF LBI-INVOICE-REFERENCE NOT EQUAL SPACES
089600         MOVE SPACES TO INVOICE-RECORD
089700         MOVE LBI-INVOICE-REFERENCE TO INV-REFERENCE
089800         MOVE VSIO-READ TO VSIO-COMMAND
089900         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
090000                             INVOICE-FILE,
090100                             INVOICE-RECORD
090200         IF VSIO-SUCCESS
090300             MOVE INV-STUDENT-ID TO WS-INVOICE-ID
090400         ELSE
090500             IF NOT VSIO-RECORD-NOT-FOUND
090600                 PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
090700             END-IF
090800             MOVE +0 TO VSIO-RETURN-CODE
090900         END-IF.
091000*    END-IF.
091100
091200     IF LBI-STUDENT-ID NOT EQUAL SPACES
091300         MOVE LBI-STUDENT-ID TO WS-MATCH-ID
091400         PERFORM 145-READ-BALANCE THRU 145-EXIT.
091500*    END-IF.
091600
091700     IF WS-MATCH-ID NOT EQUAL SPACES
091800     AND WS-INVOICE-ID NOT EQUAL SPACES
091900     AND WS-INVOICE-ID NOT EQUAL WS-MATCH-ID
092000         MOVE SPACES TO WS-MATCH-ID
092100         MOVE 'ID/INVOICE CONFLICT' TO WS-SUSPENSE-REASON
092200         GO TO 149-EXIT.
092300*    END-IF.
092400
092500     IF WS-MATCH-ID EQUAL SPACES
092600     AND WS-INVOICE-ID NOT EQUAL SPACES
092700         MOVE WS-INVOICE-ID TO WS-MATCH-ID
092800         PERFORM 145-READ-BALANCE THRU 145-EXIT.
092900*    END-IF.
093000
093100     IF WS-MATCH-ID EQUAL SPACES
093200         MOVE 'NO MATCHING STUDENT' TO WS-SUSPENSE-REASON.
093300*    END-IF.
093400
093500 149-EXIT.
093600     EXIT.
093700
093800 145-READ-BALANCE.
093900
094000     MOVE SPACES TO BALANCE-RECORD.
094100     MOVE WS-MATCH-ID TO ABR-STUDENT-ID.
094200     MOVE VSIO-READ TO VSIO-COMMAND.
094300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094400                         BALANCE-FILE,
094500                         BALANCE-RECORD.
094600*    END-CALL.
094700     IF NOT VSIO-SUCCESS
094800         IF NOT VSIO-RECORD-NOT-FOUND
094900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
095000         END-IF
095100         MOVE SPACES TO WS-MATCH-ID
095200         MOVE +0 TO VSIO-RETURN-CODE.
095300*    END-IF.
095400
095500 145-EXIT.
095600     EXIT.
095700
095800* ************************************************************** *
095900* POSTS A MATCHED ITEM THE WAY PAYPOST POSTS A PAYMENT CARD:     *
096000* THE AMOUNT COMES OFF ARBAL, THE DEPOSIT DATE BECOMES THE LAST  *
096100* PAYMENT DATE, AND A 'PAY' RECORD CARRYING THE CHECK NUMBER IS  *
096200* APPENDED TO THE ARDETL JOURNAL.                                *
096300* ************************************************************** *
096400 150-POST-ITEM.
096500
096600     SUBTRACT LBI-AMOUNT FROM ABR-BALANCE.
096700     MOVE WS-DEPOSIT-YYMMDD TO ABR-LAST-PAYMENT-DATE.
096800     MOVE VSIO-REWRITE TO VSIO-COMMAND.
096900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
097000                         BALANCE-FILE,
097100                         BALANCE-RECORD.
097200*    END-CALL.
097300     IF NOT VSIO-SUCCESS
097400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
097500         ADD +1 TO ERROR-COUNTER
097600         MOVE 'NO POST' TO RL-DISPOSITION
097700         MOVE 'ARBAL REWRITE FAILED' TO RL-REASON
097800         WRITE REPORT-LINE FROM REGISTER-LINE
097900         GO TO 159-EXIT.
098000*    END-IF.
098100
098200     MOVE SPACES TO AR-DETAIL-RECORD.
098300     MOVE WS-MATCH-ID TO ARD-STUDENT-ID.
098400     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
098500     MOVE 'PAY' TO ARD-TYPE.
098600     COMPUTE ARD-AMOUNT = ZERO - LBI-AMOUNT.
098700     MOVE LBI-CHECK-NUMBER TO ARD-REFERENCE.
098800     MOVE ABR-BALANCE TO ARD-BALANCE.
098900     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
099000     MOVE VSIO-WRITE TO VSIO-COMMAND.
099100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
099200                         AR-DETAIL-FILE,
099300                         AR-DETAIL-RECORD.
099400*    END-CALL.
099500     IF NOT VSIO-SUCCESS
099600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
099700         ADD +1 TO ERROR-COUNTER.
099800*    END-IF.
099900
100000     ADD +1 TO POSTED-COUNTER.
100100     ADD LBI-AMOUNT TO WS-POSTED-TOTAL.
100200     MOVE WS-MATCH-ID TO RL-STUDENT-ID.
100300     MOVE 'POSTED' TO RL-DISPOSITION.
100400     WRITE REPORT-LINE FROM REGISTER-LINE.
100500
100600 159-EXIT.
100700     EXIT.
100800
100900* ************************************************************** *
101000* WRITES AN UNMATCHED, AMBIGUOUS OR OVERSIZED ITEM TO SUSPTBL AS *
101100* AN OPEN ITEM.  AN ITEM ALREADY THERE (A FORCED REPOST OF THE   *
101200* SAME FILE) IS LEFT AS IT STANDS.                               *
101300* ************************************************************** *
101400 160-SUSPEND-ITEM.
101500
101600     MOVE SPACES TO SUSPENSE-RECORD.
101700     MOVE WS-DEPOSIT-DATE TO SUS-DEPOSIT-DATE.
101800     MOVE LBI-BATCH-NUMBER TO SUS-BATCH-NUMBER.
101900     MOVE LBI-ITEM-SEQUENCE TO SUS-ITEM-SEQUENCE.
102000     MOVE WS-FILE-ID TO SUS-FILE-ID.
102100     MOVE LBI-CHECK-NUMBER TO SUS-CHECK-NUMBER.
102200     MOVE LBI-AMOUNT TO SUS-AMOUNT.
102300     MOVE LBI-STUDENT-ID TO SUS-COUPON-ID.
102400     MOVE LBI-INVOICE-REFERENCE TO SUS-INVOICE-REFERENCE.
102500     MOVE LBI-REMITTER TO SUS-REMITTER.
102600     MOVE WS-SUSPENSE-REASON TO SUS-REASON.
102700     MOVE 'O' TO SUS-STATUS.
102800     MOVE ZERO TO SUS-CLEARED-DATE.
102900     MOVE VSIO-WRITE TO VSIO-COMMAND.
103000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
103100                         SUSPENSE-FILE,
103200                         SUSPENSE-RECORD.
103300*    END-CALL.
103400     MOVE WS-SUSPENSE-REASON TO RL-REASON.
103500     IF VSIO-SUCCESS
103600         ADD +1 TO SUSPENSE-COUNTER
103700         ADD LBI-AMOUNT TO WS-SUSPENSE-TOTAL
103800         MOVE 'SUSPENSE' TO RL-DISPOSITION
103900     ELSE
104000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
104100         MOVE +0 TO VSIO-RETURN-CODE
104200         MOVE 'ON FILE' TO RL-DISPOSITION
104300         MOVE 'ALREADY IN SUSPENSE' TO RL-REASON.
104400*    END-IF.
104500     WRITE REPORT-LINE FROM REGISTER-LINE.
104600
104700 169-EXIT.
104800     EXIT.
104900
105000 170-VALIDATION-ERROR.
105100
105200     ADD +1 TO VALIDATION-ERROR-COUNTER.
105300     MOVE RECORDS-READ-COUNTER TO VL-RECORD-NUMBER.
105400     WRITE REPORT-LINE FROM VALIDATION-LINE.
105500
105600 179-EXIT.
105700     EXIT.
105800
105900* ************************************************************** *
106000* MARKS THE FILE POSTED ON RUNCTL AFTER A CLEAN RUN, SO THE SAME *
106100* TRANSMISSION CANNOT BE APPLIED A SECOND TIME BY ACCIDENT.      *
106200* ************************************************************** *
106300 400-MARK-RUN-CONTROL.
106400
106500     ACCEPT WS-RUN-DATE FROM DATE.
106600     ACCEPT WS-RUN-TIME FROM TIME.
106700
106800     IF RUN-CONTROL-FOUND
106900         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
107000         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
107100         MOVE ITEMS-READ-COUNTER TO RCR-TRAN-COUNT
107200         ADD 1 TO RCR-FORCE-COUNT
107300         MOVE VSIO-REWRITE TO VSIO-COMMAND
107400     ELSE
107500         MOVE SPACES TO RUN-CONTROL-RECORD
107600         MOVE 'LOCKBOX' TO RCR-FUNCTION
107700         MOVE WS-FILE-ID TO RCR-GEN-ID
107800         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
107900         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
108000         MOVE ITEMS-READ-COUNTER TO RCR-TRAN-COUNT
108100         MOVE ZERO TO RCR-FORCE-COUNT
108200         MOVE VSIO-WRITE TO VSIO-COMMAND.
108300*    END-IF.
108400
108500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
108600                         RUN-CONTROL-FILE,
108700                         RUN-CONTROL-RECORD.
108800*    END-CALL.
108900     IF NOT VSIO-SUCCESS
109000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
109100         MOVE +8 TO RETURN-CODE.
109200*    END-IF.
109300
109400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
109500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
109600                         RUN-CONTROL-FILE,
109700                         RUN-CONTROL-RECORD.
109800*    END-CALL.
109900     IF NOT VSIO-SUCCESS
110000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
110100*    END-IF.
110200
110300 409-EXIT.
110400     EXIT.
110500
110600* ************************************************************** *
110700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
110800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
110900* PROGRAM IN THIS SUITE.                                         *
111000* ************************************************************** *
111100 500-DISPLAY-UNKNOWN-ERROR.
111200
111300     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
111400     EXHIBIT NAMED VSIO-RETURN-CODE.
111500     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
111600                   VSIO-VSAM-FUNCTION-CODE,
111700                   VSIO-VSAM-FEEDBACK-CODE.
111800
111900 509-EXIT.
112000     EXIT.
