000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BANKMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE STUDENT BANK DETAILS CLUSTER (DDNAME      *
000900* BANKTBL, KEYED BY STUDENT-ID).  A STUDENT WITH AN ENTRY HERE  *
001000* IS REFUNDED BY DIRECT DEPOSIT (ACH) IN THE CRREFUND           *
001100* CREDIT-BALANCE REFUND RUN; EVERYONE ELSE IS SENT A CHECK.     *
001200* APPLIED THROUGH VSAMIO SO EVERY CHANGE LANDS ON THE VSIOAUD   *
001300* BEFORE/AFTER TRAIL.  THE ROUTING NUMBER MUST PASS THE ABA     *
001400* CHECK-DIGIT TEST (WEIGHTS 3-7-1) OR THE CARD IS REJECTED.     *
001500*                                                               *
001600* THE SYSIN OPERATOR MUST BE ON AUTHTBL WITH THE RIGHT PASSWORD *
001700* OR NO CARD IS APPLIED.                                        *
001800*                                                               *
001900* SYSIN CARD:  COLS 1-8 OPERATOR ID, 9-16 PASSWORD OF THE DAY.  *
002000* ACTION CARDS (UT-S-BANKCARD):                                 *
002100*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
002200*   COL  2-8   STUDENT ID                                       *
002300*   COL  9-17  BANK ROUTING NUMBER   (REQUIRED FOR ADD/CHANGE)  *
002400*   COL 18-34  BANK ACCOUNT NUMBER   (REQUIRED FOR ADD/CHANGE)  *
002500*   COL 35     ACCOUNT TYPE 'C' CHECKING, 'S' SAVINGS           *
002600*   COL 36-57  ACCOUNT HOLDER NAME   (REQUIRED FOR ADD/CHANGE)  *
002700*                                                               *
002800* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.  THE *
002900* ACCOUNT NUMBER ITSELF IS NEVER PRINTED.                       *
003000*                                                               *
003100* MODIFICATION HISTORY.                                         *
003200*   DATE       INIT  DESCRIPTION                                *
003300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003400* ************************************************************* *
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT CONTROL-CARD-FILE
004500         ASSIGN TO UT-S-SYSIN.
004600
004700     SELECT ACTION-CARD-FILE
004800         ASSIGN TO UT-S-BANKCARD.
004900
005000     SELECT REPORT-FILE
005100         ASSIGN TO UR-1403-S-SYSPRINT.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-CARD-FILE
005600     LABEL RECORDS ARE OMITTED
005700     RECORD CONTAINS 80 CHARACTERS
005800     BLOCK CONTAINS 0 RECORDS
005900     DATA RECORD IS CONTROL-CARD-RECORD.
006000 01  CONTROL-CARD-RECORD.
006100     02  CC-OPERATOR-ID          PIC X(08).
006200     02  CC-PASSWORD             PIC X(08).
006300     02  FILLER                  PIC X(64).
006400
006500 FD  ACTION-CARD-FILE
006600     LABEL RECORDS ARE OMITTED
006700     RECORD CONTAINS 80 CHARACTERS
006800     BLOCK CONTAINS 0 RECORDS
006900     DATA RECORD IS ACTION-CARD-RECORD.
007000 01  ACTION-CARD-RECORD.
007100     02  AC-ACTION               PIC X(01).
007200         88  AC-ADD                      VALUE 'A'.
007300         88  AC-CHANGE                   VALUE 'C'.
007400         88  AC-DELETE                   VALUE 'D'.
007500     02  AC-STUDENT-ID           PIC X(07).
007600     02  AC-ROUTING-NUMBER       PIC X(09).
007700     02  AC-ROUTING-DIGITS REDEFINES AC-ROUTING-NUMBER.
007800         03  AC-ROUTING-DIGIT    PIC 9(01)   OCCURS 9 TIMES.
007900     02  AC-ACCOUNT-NUMBER       PIC X(17).
008000     02  AC-ACCOUNT-TYPE         PIC X(01).
008100         88  AC-VALID-ACCOUNT-TYPE       VALUE 'C' 'S'.
008200     02  AC-HOLDER-NAME          PIC X(22).
008300     02  FILLER                  PIC X(23).
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
009700 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009800 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009900
010000 77  WS-ROUTING-SUM              PIC S9(4) COMP VALUE ZERO.
010100 77  WS-ROUTING-QUOTIENT         PIC S9(4) COMP VALUE ZERO.
010200 77  WS-ROUTING-REMAINDER        PIC S9(4) COMP VALUE ZERO.
010300
010400 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
010500 01  FILLER REDEFINES WS-RUN-DATE.
010600     02  WS-RUN-YY               PIC 9(02).
010700     02  WS-RUN-MM               PIC 9(02).
010800     02  WS-RUN-DD               PIC 9(02).
010900 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
011000 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
011100     02  WS-TODAY-CCYY           PIC 9(04).
011200     02  WS-TODAY-MM             PIC 9(02).
011300     02  WS-TODAY-DD             PIC 9(02).
011400
011500 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011600
011700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
011800 01  BANK-TABLE-FILE             COPY VSAMIOFB.
011900 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
012000
012100* ************************************************************** *
012200* THE STUDENT BANK DETAILS CLUSTER (DDNAME BANKTBL).             *
012300* ************************************************************** *
012400 01  BANK-TABLE-RECORD.
012500     02  BNK-STUDENT-ID          PIC X(07).
012600     02  BNK-ROUTING-NUMBER      PIC 9(09).
012700     02  BNK-ACCOUNT-NUMBER      PIC X(17).
012800     02  BNK-ACCOUNT-TYPE        PIC X(01).
012900         88  BNK-CHECKING                VALUE 'C'.
013000         88  BNK-SAVINGS                 VALUE 'S'.
013100     02  BNK-HOLDER-NAME         PIC X(22).
013200     02  BNK-UPDATED-DATE        PIC 9(08).
013300     02  BNK-OPERATOR-ID         PIC X(08).
013400     02  FILLER                  PIC X(08).
013500
013600 01  AUTH-TABLE-RECORD.
013700     02  ATR-OPERATOR-ID         PIC X(08).
013800     02  ATR-PASSWORD            PIC X(08).
013900     02  ATR-NAME                PIC X(20).
014000     02  FILLER                  PIC X(14).
014100
014200 01  HEADING-LINE-1.
014300     02  FILLER                  PIC X(46)   VALUE
014400         'BANKMNT - STUDENT BANK DETAILS MAINTENANCE REG'.
014500     02  FILLER                  PIC X(16)   VALUE
014600         'ISTER  OPERATOR '.
014700     02  HL1-OPERATOR-ID         PIC X(08).
014800     02  FILLER                  PIC X(62)   VALUE SPACES.
014900
015000 01  REGISTER-LINE.
015100     02  RL-ACTION               PIC X(01).
015200     02  FILLER                  PIC X(02)   VALUE SPACES.
015300     02  RL-STUDENT-ID           PIC X(07).
015400     02  FILLER                  PIC X(02)   VALUE SPACES.
015500     02  RL-ROUTING-NUMBER       PIC X(09).
015600     02  FILLER                  PIC X(02)   VALUE SPACES.
015700     02  RL-ACCOUNT-TYPE         PIC X(01).
015800     02  FILLER                  PIC X(02)   VALUE SPACES.
015900     02  RL-HOLDER-NAME          PIC X(22).
016000     02  FILLER                  PIC X(02)   VALUE SPACES.
016100     02  RL-DISPOSITION          PIC X(30).
016200     02  FILLER                  PIC X(52)   VALUE SPACES.
016300
016400 PROCEDURE DIVISION.
016500
016600 000-INITIATE.
016700
016800     OPEN INPUT CONTROL-CARD-FILE.
016900     MOVE SPACES TO CONTROL-CARD-RECORD.
017000     READ CONTROL-CARD-FILE
017100         AT END CONTINUE
017200     END-READ.
017300     CLOSE CONTROL-CARD-FILE.
017400
017500     ACCEPT WS-RUN-DATE FROM DATE.
017600     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
017700     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
017800     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
017900     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
018000     MOVE WS-RUN-MM TO WS-TODAY-MM.
018100     MOVE WS-RUN-DD TO WS-TODAY-DD.
018200
018300     PERFORM 030-CHECK-OPERATOR THRU 039-EXIT.
018400
018500     OPEN INPUT ACTION-CARD-FILE.
018600     OPEN OUTPUT REPORT-FILE.
018700     MOVE CC-OPERATOR-ID TO HL1-OPERATOR-ID.
018800     WRITE REPORT-LINE FROM HEADING-LINE-1.
018900
019000     MOVE 'BANKTBL' TO VSIO-DDNAME OF BANK-TABLE-FILE.
019100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BANK-TABLE-FILE.
019200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BANK-TABLE-FILE.
019300     MOVE VSIO-I-O TO VSIO-MODE OF BANK-TABLE-FILE.
019400     MOVE +80 TO VSIO-RECORD-LENGTH OF BANK-TABLE-FILE.
019500     MOVE +0 TO VSIO-KEY-POSITION OF BANK-TABLE-FILE.
019600     MOVE +7 TO VSIO-KEY-LENGTH OF BANK-TABLE-FILE.
019700     MOVE VSIO-OPEN TO VSIO-COMMAND.
019800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019900                         BANK-TABLE-FILE,
020000                         BANK-TABLE-RECORD.
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
021600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
021700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021800                         BANK-TABLE-FILE,
021900                         BANK-TABLE-RECORD.
022000*    END-CALL.
022100     IF NOT VSIO-SUCCESS
022200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
022300*    END-IF.
022400
022500     CLOSE ACTION-CARD-FILE.
022600     CLOSE REPORT-FILE.
022700
022800     DISPLAY 'BANKMNT: CARDS READ: ' CARD-COUNTER.
022900     DISPLAY 'BANKMNT: APPLIED:    ' APPLIED-COUNTER.
023000     DISPLAY 'BANKMNT: REJECTED:   ' REJECT-COUNTER.
023100     STOP RUN.
023200
023300* ************************************************************** *
023400* VALIDATES THE SYSIN OPERATOR AGAINST AUTHTBL.  AN ABSENT OR    *
023500* INVALID OPERATOR STOPS THE RUN BEFORE ANY CARD IS READ; A      *
023600* VALID ONE IS STAMPED ON EVERY ENTRY AND CARRIED ON THE         *
023700* VSAMIO AUDIT TRAIL.                                            *
023800* ************************************************************** *
023900 030-CHECK-OPERATOR.
024000
024100     MOVE SPACES TO VSIO-OPERATOR-ID.
024200
024300     IF CC-OPERATOR-ID EQUAL SPACES
024400         DISPLAY 'BANKMNT: NO OPERATOR ON THE SYSIN CARD - '
024500                 'NOTHING APPLIED'
024600         MOVE +8 TO RETURN-CODE
024700         STOP RUN.
024800*    END-IF.
024900
025000     MOVE 'AUTHTBL' TO VSIO-DDNAME OF AUTH-TABLE-FILE.
025100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AUTH-TABLE-FILE.
025200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF AUTH-TABLE-FILE.
025300     MOVE VSIO-INPUT TO VSIO-MODE OF AUTH-TABLE-FILE.
025400     MOVE +50 TO VSIO-RECORD-LENGTH OF AUTH-TABLE-FILE.
025500     MOVE +0 TO VSIO-KEY-POSITION OF AUTH-TABLE-FILE.
025600     MOVE +8 TO VSIO-KEY-LENGTH OF AUTH-TABLE-FILE.
025700     MOVE VSIO-OPEN TO VSIO-COMMAND.
025800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025900                         AUTH-TABLE-FILE,
026000                         AUTH-TABLE-RECORD.
026100*    END-CALL.
026200     IF NOT VSIO-SUCCESS
026300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026400         MOVE +8 TO RETURN-CODE
026500         STOP RUN.
026600*    END-IF.
026700
026800     MOVE SPACES TO AUTH-TABLE-RECORD.
026900     MOVE CC-OPERATOR-ID TO ATR-OPERATOR-ID.
027000     MOVE VSIO-READ TO VSIO-COMMAND.
027100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027200                         AUTH-TABLE-FILE,
027300                         AUTH-TABLE-RECORD.
027400*    END-CALL.
027500     IF NOT VSIO-SUCCESS
027600     OR ATR-PASSWORD NOT EQUAL CC-PASSWORD
027700         DISPLAY 'BANKMNT: OPERATOR ' CC-OPERATOR-ID
027800                 ' NOT AUTHORIZED - NOTHING APPLIED'
027900         MOVE +8 TO RETURN-CODE
028000         STOP RUN.
028100*    END-IF.
028200     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
028300
028400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
028500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028600                         AUTH-TABLE-FILE,
028700                         AUTH-TABLE-RECORD.
028800*    END-CALL.
028900
029000 039-EXIT.
029100     EXIT.
029200
029300 110-APPLY-ONE-CARD.
029400
029500     READ ACTION-CARD-FILE
029600         AT END
029700             MOVE 'Y' TO END-OF-FILE-SWITCH
029800             GO TO 119-EXIT.
029900*    END-READ.
030000
030100     ADD +1 TO CARD-COUNTER.
030200
030300     MOVE AC-ACTION TO RL-ACTION.
030400     MOVE AC-STUDENT-ID TO RL-STUDENT-ID.
030500     MOVE AC-ROUTING-NUMBER TO RL-ROUTING-NUMBER.
030600     MOVE AC-ACCOUNT-TYPE TO RL-ACCOUNT-TYPE.
030700     MOVE AC-HOLDER-NAME TO RL-HOLDER-NAME.
030800
030900     IF AC-STUDENT-ID EQUAL SPACES
031000         MOVE 'NO STUDENT ID ON CARD' TO RL-DISPOSITION
031100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
031200         GO TO 119-EXIT.
031300*    END-IF.
031400
031500     IF AC-ADD
031600     OR AC-CHANGE
031700         PERFORM 120-EDIT-DETAILS THRU 129-EXIT
031800         IF RL-DISPOSITION NOT EQUAL SPACES
031900             PERFORM 170-WRITE-REJECT THRU 179-EXIT
032000             GO TO 119-EXIT
032100         END-IF
032200     END-IF.
032300
032400     EVALUATE TRUE
032500         WHEN AC-ADD
032600             PERFORM 130-ADD-DETAILS THRU 139-EXIT
032700         WHEN AC-CHANGE
032800             PERFORM 140-CHANGE-DETAILS THRU 149-EXIT
032900         WHEN AC-DELETE
033000             PERFORM 150-DELETE-DETAILS THRU 159-EXIT
033100         WHEN OTHER
033200             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
033300             PERFORM 170-WRITE-REJECT THRU 179-EXIT
033400     END-EVALUATE.
033500
033600 119-EXIT.
033700     EXIT.
033800
033900* ************************************************************** *
034000* EDITS THE BANK DETAILS ON AN ADD OR CHANGE CARD.  A FAULT IS   *
034100* LEFT IN RL-DISPOSITION; SPACES MEAN THE CARD IS GOOD.  THE     *
034200* NINTH ROUTING DIGIT IS THE ABA CHECK DIGIT: THE DIGITS         *
034300* WEIGHTED 3-7-1-3-7-1-3-7-1 MUST SUM TO A MULTIPLE OF TEN.      *
034400* ************************************************************** *
034500 120-EDIT-DETAILS.
034600
034700     MOVE SPACES TO RL-DISPOSITION.
034800
034900     IF AC-ROUTING-NUMBER NOT NUMERIC
035000     OR AC-ROUTING-NUMBER EQUAL '000000000'
035100         MOVE 'ROUTING NUMBER NOT NUMERIC' TO RL-DISPOSITION
035200         GO TO 129-EXIT.
035300*    END-IF.
035400
035500     COMPUTE WS-ROUTING-SUM =
035600         3 * (AC-ROUTING-DIGIT (1) + AC-ROUTING-DIGIT (4)
035700                                   + AC-ROUTING-DIGIT (7))
035800       + 7 * (AC-ROUTING-DIGIT (2) + AC-ROUTING-DIGIT (5)
035900                                   + AC-ROUTING-DIGIT (8))
036000       +     (AC-ROUTING-DIGIT (3) + AC-ROUTING-DIGIT (6)
036100                                   + AC-ROUTING-DIGIT (9)).
036200     DIVIDE WS-ROUTING-SUM BY 10
036300         GIVING WS-ROUTING-QUOTIENT
036400         REMAINDER WS-ROUTING-REMAINDER.
036500     IF WS-ROUTING-REMAINDER NOT EQUAL ZERO
036600         MOVE 'ROUTING CHECK DIGIT INVALID' TO RL-DISPOSITION
036700         GO TO 129-EXIT.
036800*    END-IF.
036900
037000     IF AC-ACCOUNT-NUMBER EQUAL SPACES
037100         MOVE 'NO ACCOUNT NUMBER ON CARD' TO RL-DISPOSITION
037200         GO TO 129-EXIT.
037300*    END-IF.
037400
037500     IF NOT AC-VALID-ACCOUNT-TYPE
037600         MOVE 'INVALID ACCOUNT TYPE' TO RL-DISPOSITION
037700         GO TO 129-EXIT.
037800*    END-IF.
037900
038000     IF AC-HOLDER-NAME EQUAL SPACES
038100         MOVE 'NO ACCOUNT HOLDER NAME' TO RL-DISPOSITION.
038200*    END-IF.
038300
038400 129-EXIT.
038500     EXIT.
038600
038700 130-ADD-DETAILS.
038800
038900     PERFORM 180-BUILD-RECORD THRU 189-EXIT.
039000     MOVE VSIO-WRITE TO VSIO-COMMAND.
039100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039200                         BANK-TABLE-FILE,
039300                         BANK-TABLE-RECORD.
039400*    END-CALL.
039500     IF VSIO-SUCCESS
039600         MOVE 'BANK DETAILS ADDED' TO RL-DISPOSITION
039700         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
039800     ELSE
039900         MOVE 'ADD FAILED - ALREADY ON FILE' TO RL-DISPOSITION
040000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
040100         MOVE +0 TO VSIO-RETURN-CODE.
040200*    END-IF.
040300
040400 139-EXIT.
040500     EXIT.
040600
040700 140-CHANGE-DETAILS.
040800
040900     MOVE SPACES TO BANK-TABLE-RECORD.
041000     MOVE AC-STUDENT-ID TO BNK-STUDENT-ID.
041100     MOVE VSIO-READ TO VSIO-COMMAND.
041200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041300                         BANK-TABLE-FILE,
041400                         BANK-TABLE-RECORD.
041500*    END-CALL.
041600     IF NOT VSIO-SUCCESS
041700         MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
041800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
041900         MOVE +0 TO VSIO-RETURN-CODE
042000         GO TO 149-EXIT.
042100*    END-IF.
042200
042300     PERFORM 180-BUILD-RECORD THRU 189-EXIT.
042400     MOVE VSIO-REWRITE TO VSIO-COMMAND.
042500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042600                         BANK-TABLE-FILE,
042700                         BANK-TABLE-RECORD.
042800*    END-CALL.
042900     IF VSIO-SUCCESS
043000         MOVE 'BANK DETAILS CHANGED' TO RL-DISPOSITION
043100         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
043200     ELSE
043300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043400         MOVE 'CHANGE FAILED - REWRITE ERROR' TO RL-DISPOSITION
043500         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
043600*    END-IF.
043700
043800 149-EXIT.
043900     EXIT.
044000
044100 150-DELETE-DETAILS.
044200
044300     MOVE SPACES TO BANK-TABLE-RECORD.
044400     MOVE AC-STUDENT-ID TO BNK-STUDENT-ID.
044500     MOVE VSIO-DELETE TO VSIO-COMMAND.
044600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044700                         BANK-TABLE-FILE,
044800                         BANK-TABLE-RECORD.
044900*    END-CALL.
045000     IF VSIO-SUCCESS
045100         MOVE 'BANK DETAILS DELETED' TO RL-DISPOSITION
045200         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
045300     ELSE
045400         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
045500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
045600         MOVE +0 TO VSIO-RETURN-CODE.
045700*    END-IF.
045800
045900 159-EXIT.
046000     EXIT.
046100
046200 160-WRITE-APPLIED.
046300
046400     WRITE REPORT-LINE FROM REGISTER-LINE.
046500     ADD +1 TO APPLIED-COUNTER.
046600
046700 169-EXIT.
046800     EXIT.
046900
047000 170-WRITE-REJECT.
047100
047200     WRITE REPORT-LINE FROM REGISTER-LINE.
047300     ADD +1 TO REJECT-COUNTER.
047400
047500 179-EXIT.
047600     EXIT.
047700
047800 180-BUILD-RECORD.
047900
048000     MOVE SPACES TO BANK-TABLE-RECORD.
048100     MOVE AC-STUDENT-ID TO BNK-STUDENT-ID.
048200     MOVE AC-ROUTING-NUMBER TO BNK-ROUTING-NUMBER.
048300     MOVE AC-ACCOUNT-NUMBER TO BNK-ACCOUNT-NUMBER.
048400     MOVE AC-ACCOUNT-TYPE TO BNK-ACCOUNT-TYPE.
048500     MOVE AC-HOLDER-NAME TO BNK-HOLDER-NAME.
048600     MOVE WS-TODAY-CCYYMMDD TO BNK-UPDATED-DATE.
048700     MOVE CC-OPERATOR-ID TO BNK-OPERATOR-ID.
048800
048900 189-EXIT.
049000     EXIT.
049100
049200* ************************************************************** *
049300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
049400* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
049500* PROGRAM IN THIS SUITE.                                         *
049600* ************************************************************** *
049700 500-DISPLAY-UNKNOWN-ERROR.
049800
049900     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
050000     EXHIBIT NAMED VSIO-RETURN-CODE.
050100     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
050200                   VSIO-VSAM-FUNCTION-CODE,
050300                   VSIO-VSAM-FEEDBACK-CODE.
050400
050500 509-EXIT.
050600     EXIT.
