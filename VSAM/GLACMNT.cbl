000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLACMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE GENERAL LEDGER ACCOUNT TABLE CLUSTER      *
000900* (DDNAME GLACCT, KEYED BY JOURNAL TYPE + DEPARTMENT) THAT THE  *
001000* GLINTF LEDGER INTERFACE MAPS THE ARDETL JOURNAL THROUGH.      *
001100* EACH ENTRY NAMES THE ACCOUNT DEBITED AND THE ACCOUNT CREDITED *
001200* FOR A JOURNAL TYPE IN ITS NORMAL DIRECTION.  DEPARTMENT 00 IS *
001300* THE ENTRY FOR THE WHOLE TYPE; A 'CHG' ENTRY FOR A NUMBERED    *
001400* DEPARTMENT CARRIES THAT DEPARTMENT'S TUITION REVENUE ACCOUNT  *
001500* (AND AN 'RFD' ENTRY ITS REFUND CONTRA-REVENUE ACCOUNT), AND A *
001600* DEPARTMENT WITH NO ENTRY OF ITS OWN FALLS BACK TO THE TYPE'S  *
001700* 00 ENTRY.  APPLIED THROUGH VSAMIO SO EVERY CHANGE LANDS ON    *
001800* THE VSIOAUD BEFORE/AFTER TRAIL, THE SAME AS TUITMNT.  A TYPE  *
001900* THE ARDETL JOURNAL DOES NOT CARRY, OR A DEPARTMENT DEPTTBL    *
002000* DOES NOT KNOW, IS REJECTED.                                   *
002010* AN 'MSC' ENTRY'S CREDIT ACCOUNT IS THE FALLBACK FOR A CHARGE  *
002020* CODE WITH NO GL ACCOUNT OF ITS OWN ON CHGCTBL (CHGCMNT).      *
002100*                                                               *
002200* DRIVEN BY ACTION CARDS ON UT-S-GLACARD:                       *
002300*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
002400*   COL  2-4   JOURNAL TYPE (CHG PAY AID FEE RFD ADJ WOF T4R    *
002410*              CRF MSC TAX HSG)                                 *
002500*   COL  5-6   DEPARTMENT (00 FOR THE WHOLE TYPE)               *
002600*   COL  7-16  DEBIT ACCOUNT   (REQUIRED FOR ADD/CHANGE)        *
002700*   COL 17-26  CREDIT ACCOUNT  (REQUIRED FOR ADD/CHANGE)        *
002800*   COL 27-46  DESCRIPTION                                      *
002900*                                                               *
003000* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.      *
003100*                                                               *
003200* MODIFICATION HISTORY.                                         *
003300*   DATE       INIT  DESCRIPTION                                *
003400*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003410*   10/15/2026 JM    'CRF' CREDIT-BALANCE REFUND TYPE ADDED.    *
003420*   10/15/2026 JM    'MSC' AND 'TAX' MISCELLANEOUS CHARGE       *
003430*                    AND SALES TAX TYPES ADDED.                 *
003440*   10/15/2026 JM    'HSG' RESIDENCE HALL CHARGE TYPE ADDED.    *
003500* ************************************************************* *
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     SELECT ACTION-CARD-FILE
004600         ASSIGN TO UT-S-GLACARD.
004700
004800     SELECT REPORT-FILE
004900         ASSIGN TO UR-1403-S-SYSPRINT.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  ACTION-CARD-FILE
005400     LABEL RECORDS ARE OMITTED
005500     RECORD CONTAINS 80 CHARACTERS
005600     BLOCK CONTAINS 0 RECORDS
005700     DATA RECORD IS ACTION-CARD-RECORD.
005800 01  ACTION-CARD-RECORD.
005900     02  AC-ACTION               PIC X(01).
006000         88  AC-ADD                      VALUE 'A'.
006100         88  AC-CHANGE                   VALUE 'C'.
006200         88  AC-DELETE                   VALUE 'D'.
006300     02  AC-TYPE                 PIC X(03).
006400     02  AC-DEPARTMENT           PIC X(02).
006500     02  FILLER REDEFINES AC-DEPARTMENT.
006600         03  AC-DEPARTMENT-N     PIC 9(02).
006700     02  AC-DEBIT-ACCOUNT        PIC X(10).
006800     02  AC-CREDIT-ACCOUNT       PIC X(10).
006900     02  AC-DESCRIPTION          PIC X(20).
007000     02  FILLER                  PIC X(34).
007100
007200 FD  REPORT-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 132 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS REPORT-LINE.
007700 01  REPORT-LINE                 PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008100     88  END-OF-FILE                         VALUE 'Y'.
008200 77  WS-TYPE-FOUND-SW            PIC X(01)   VALUE 'N'.
008300     88  WS-TYPE-FOUND                       VALUE 'Y'.
008400
008500 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008600 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008700 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008800 77  TYPE-IDX                    PIC S9(4) COMP VALUE ZERO.
008900
009000 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009100 01  GL-ACCOUNT-FILE             COPY VSAMIOFB.
009200 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
009300
009400* ************************************************************** *
009500* GENERAL LEDGER ACCOUNT TABLE (DDNAME GLACCT, KEYED BY TYPE +   *
009600* DEPARTMENT), ALSO DESCRIBED IN GLINTF.                         *
009700* ************************************************************** *
009800 01  GL-ACCOUNT-RECORD.
009900     02  GLA-KEY.
010000         03  GLA-TYPE            PIC X(03).
010100         03  GLA-DEPARTMENT      PIC 9(02).
010200     02  GLA-DEBIT-ACCOUNT       PIC X(10).
010300     02  GLA-CREDIT-ACCOUNT      PIC X(10).
010400     02  GLA-DESCRIPTION         PIC X(20).
010500     02  FILLER                  PIC X(05).
010600
010700 01  DEPARTMENT-TABLE-RECORD.
010800     02  DTR-NUMBER              PIC 9(02).
010900     02  FILLER                  PIC X(36).
011000
011100* ************************************************************** *
011200* THE JOURNAL TYPES THE AR POSTING PROGRAMS WRITE TO ARDETL.     *
011300* ************************************************************** *
011400 01  JOURNAL-TYPE-VALUES.
011500     02  FILLER                  PIC X(36)   VALUE
011600         'CHGPAYAIDFEERFDADJWOFT4RCRFMSCTAXHSG'.
011700 01  JOURNAL-TYPE-TABLE REDEFINES JOURNAL-TYPE-VALUES.
011800     02  JTT-TYPE                PIC X(03)   OCCURS 12 TIMES.
011900
012000 01  HEADING-LINE-1.
012100     02  FILLER                  PIC X(44)   VALUE
012200         'GLACMNT - GL ACCOUNT MAINTENANCE REGISTER   '.
012300     02  FILLER                  PIC X(88)   VALUE SPACES.
012400
012500 01  REGISTER-LINE.
012600     02  RL-ACTION               PIC X(01).
012700     02  FILLER                  PIC X(02)   VALUE SPACES.
012800     02  RL-TYPE                 PIC X(03).
012900     02  FILLER                  PIC X(02)   VALUE SPACES.
013000     02  RL-DEPARTMENT           PIC X(02).
013100     02  FILLER                  PIC X(02)   VALUE SPACES.
013200     02  RL-DEBIT-ACCOUNT        PIC X(10).
013300     02  FILLER                  PIC X(02)   VALUE SPACES.
013400     02  RL-CREDIT-ACCOUNT       PIC X(10).
013500     02  FILLER                  PIC X(02)   VALUE SPACES.
013600     02  RL-DESCRIPTION          PIC X(20).
013700     02  FILLER                  PIC X(02)   VALUE SPACES.
013800     02  RL-DISPOSITION          PIC X(30).
013900     02  FILLER                  PIC X(44)   VALUE SPACES.
014000
014100 PROCEDURE DIVISION.
014200
014300 000-INITIATE.
014400
014500     OPEN INPUT ACTION-CARD-FILE.
014600     OPEN OUTPUT REPORT-FILE.
014700     WRITE REPORT-LINE FROM HEADING-LINE-1.
014800
014900     MOVE 'GLACCT' TO VSIO-DDNAME OF GL-ACCOUNT-FILE.
015000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF GL-ACCOUNT-FILE.
015100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF GL-ACCOUNT-FILE.
015200     MOVE VSIO-I-O TO VSIO-MODE OF GL-ACCOUNT-FILE.
015300     MOVE +50 TO VSIO-RECORD-LENGTH OF GL-ACCOUNT-FILE.
015400     MOVE +0 TO VSIO-KEY-POSITION OF GL-ACCOUNT-FILE.
015500     MOVE +5 TO VSIO-KEY-LENGTH OF GL-ACCOUNT-FILE.
015600     MOVE VSIO-OPEN TO VSIO-COMMAND.
015700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015800                         GL-ACCOUNT-FILE,
015900                         GL-ACCOUNT-RECORD.
016000*    END-CALL.
016100     IF NOT VSIO-SUCCESS
016200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016300         STOP RUN.
016400*    END-IF.
016500
016600     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
016700     MOVE VSIO-KSDS TO
016800         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
016900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
017000     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
017100     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
017200     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
017300     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
017400     MOVE VSIO-OPEN TO VSIO-COMMAND.
017500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017600                         DEPARTMENT-TABLE-FILE,
017700                         DEPARTMENT-TABLE-RECORD.
017800*    END-CALL.
017900     IF NOT VSIO-SUCCESS
018000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018100         STOP RUN.
018200*    END-IF.
018300
018400 010-PROCESS.
018500
018600     PERFORM 110-APPLY-ONE-CARD
018700        THRU 119-EXIT
018800       UNTIL END-OF-FILE.
018900*    END-PERFORM.
019000
019100 020-TERMINATE.
019200
019300     CLOSE ACTION-CARD-FILE.
019400     CLOSE REPORT-FILE.
019500
019600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
019700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019800                         GL-ACCOUNT-FILE,
019900                         GL-ACCOUNT-RECORD.
020000*    END-CALL.
020100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020200                         DEPARTMENT-TABLE-FILE,
020300                         DEPARTMENT-TABLE-RECORD.
020400*    END-CALL.
020500
020600     DISPLAY 'GLACMNT: CARDS READ: ' CARD-COUNTER.
020700     DISPLAY 'GLACMNT: APPLIED:    ' APPLIED-COUNTER.
020800     DISPLAY 'GLACMNT: REJECTED:   ' REJECT-COUNTER.
020900     STOP RUN.
021000
021100 110-APPLY-ONE-CARD.
021200
021300     READ ACTION-CARD-FILE
021400         AT END
021500             MOVE 'Y' TO END-OF-FILE-SWITCH
021600             GO TO 119-EXIT.
021700*    END-READ.
021800
021900     ADD +1 TO CARD-COUNTER.
022000
022100     MOVE AC-ACTION TO RL-ACTION.
022200     MOVE AC-TYPE TO RL-TYPE.
022300     MOVE AC-DEPARTMENT TO RL-DEPARTMENT.
022400     MOVE AC-DEBIT-ACCOUNT TO RL-DEBIT-ACCOUNT.
022500     MOVE AC-CREDIT-ACCOUNT TO RL-CREDIT-ACCOUNT.
022600     MOVE AC-DESCRIPTION TO RL-DESCRIPTION.
022700
022800     MOVE 'N' TO WS-TYPE-FOUND-SW.
022900     PERFORM 120-CHECK-TYPE
023000        THRU 120-EXIT
023100       VARYING TYPE-IDX FROM +1 BY +1
023200         UNTIL TYPE-IDX GREATER THAN +12
023300            OR WS-TYPE-FOUND.
023400*    END-PERFORM.
023500     IF NOT WS-TYPE-FOUND
023600         MOVE 'UNKNOWN JOURNAL TYPE' TO RL-DISPOSITION
023700         PERFORM 170-WRITE-REJECT THRU 179-EXIT
023800         GO TO 119-EXIT.
023900*    END-IF.
024000
024100     IF AC-DEPARTMENT-N NOT NUMERIC
024200         MOVE 'DEPARTMENT NOT NUMERIC' TO RL-DISPOSITION
024300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024400         GO TO 119-EXIT.
024500*    END-IF.
024600
024700     IF AC-DELETE
024800         PERFORM 140-DELETE-ACCOUNT THRU 149-EXIT
024900         GO TO 119-EXIT.
025000*    END-IF.
025100
025200     IF NOT AC-ADD
025300     AND NOT AC-CHANGE
025400         MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
025500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025600         GO TO 119-EXIT.
025700*    END-IF.
025800
025900     IF AC-DEBIT-ACCOUNT EQUAL SPACES
026000     OR AC-CREDIT-ACCOUNT EQUAL SPACES
026100         MOVE 'DEBIT AND CREDIT REQUIRED' TO RL-DISPOSITION
026200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026300         GO TO 119-EXIT.
026400*    END-IF.
026500
026600     IF AC-DEPARTMENT-N NOT EQUAL ZERO
026700         MOVE AC-DEPARTMENT-N TO DTR-NUMBER
026800         MOVE VSIO-READ TO VSIO-COMMAND
026900         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027000                             DEPARTMENT-TABLE-FILE,
027100                             DEPARTMENT-TABLE-RECORD
027200         IF NOT VSIO-SUCCESS
027300             MOVE 'DEPARTMENT NOT ON DEPTTBL' TO RL-DISPOSITION
027400             PERFORM 170-WRITE-REJECT THRU 179-EXIT
027500             MOVE +0 TO VSIO-RETURN-CODE
027600             GO TO 119-EXIT.
027700*        END-IF
027800*    END-IF.
027900
028000     MOVE SPACES TO GL-ACCOUNT-RECORD.
028100     MOVE AC-TYPE TO GLA-TYPE.
028200     MOVE AC-DEPARTMENT-N TO GLA-DEPARTMENT.
028300     MOVE AC-DEBIT-ACCOUNT TO GLA-DEBIT-ACCOUNT.
028400     MOVE AC-CREDIT-ACCOUNT TO GLA-CREDIT-ACCOUNT.
028500     MOVE AC-DESCRIPTION TO GLA-DESCRIPTION.
028600     MOVE +50 TO VSIO-RECORD-LENGTH OF GL-ACCOUNT-FILE.
028700
028800     IF AC-ADD
028900         MOVE VSIO-WRITE TO VSIO-COMMAND
029000     ELSE
029100         MOVE VSIO-REWRITE TO VSIO-COMMAND.
029200*    END-IF.
029300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029400                         GL-ACCOUNT-FILE,
029500                         GL-ACCOUNT-RECORD.
029600*    END-CALL.
029700     IF VSIO-SUCCESS
029800         IF AC-ADD
029900             MOVE 'ACCOUNTS ADDED' TO RL-DISPOSITION
030000         ELSE
030100             MOVE 'ACCOUNTS CHANGED' TO RL-DISPOSITION
030200         END-IF
030300         WRITE REPORT-LINE FROM REGISTER-LINE
030400         ADD +1 TO APPLIED-COUNTER
030500     ELSE
030600         IF AC-ADD
030700             MOVE 'ADD FAILED - DUPLICATE?' TO RL-DISPOSITION
030800         ELSE
030900             MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
031000         END-IF
031100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
031200         MOVE +0 TO VSIO-RETURN-CODE.
031300*    END-IF.
031400
031500 119-EXIT.
031600     EXIT.
031700
031800 120-CHECK-TYPE.
031900
032000     IF JTT-TYPE (TYPE-IDX) EQUAL AC-TYPE
032100         MOVE 'Y' TO WS-TYPE-FOUND-SW.
032200*    END-IF.
032300
032400 120-EXIT.
032500     EXIT.
032600
032700 140-DELETE-ACCOUNT.
032800
032900     MOVE SPACES TO GL-ACCOUNT-RECORD.
033000     MOVE AC-TYPE TO GLA-TYPE.
033100     MOVE AC-DEPARTMENT-N TO GLA-DEPARTMENT.
033200     MOVE VSIO-DELETE TO VSIO-COMMAND.
033300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033400                         GL-ACCOUNT-FILE,
033500                         GL-ACCOUNT-RECORD.
033600*    END-CALL.
033700     IF VSIO-SUCCESS
033800         MOVE 'ACCOUNTS DELETED' TO RL-DISPOSITION
033900         WRITE REPORT-LINE FROM REGISTER-LINE
034000         ADD +1 TO APPLIED-COUNTER
034100     ELSE
034200         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
034300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
034400         MOVE +0 TO VSIO-RETURN-CODE.
034500*    END-IF.
034600
034700 149-EXIT.
034800     EXIT.
034900
035000 170-WRITE-REJECT.
035100
035200     WRITE REPORT-LINE FROM REGISTER-LINE.
035300     ADD +1 TO REJECT-COUNTER.
035400
035500 179-EXIT.
035600     EXIT.
035700
035800* ************************************************************** *
035900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
036000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
036100* PROGRAM IN THIS SUITE.                                         *
036200* ************************************************************** *
036300 500-DISPLAY-UNKNOWN-ERROR.
036400
036500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
036600     EXHIBIT NAMED VSIO-RETURN-CODE.
036700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
036800                   VSIO-VSAM-FUNCTION-CODE,
036900                   VSIO-VSAM-FEEDBACK-CODE.
037000
037100 509-EXIT.
037200     EXIT.
