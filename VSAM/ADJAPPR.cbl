000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADJAPPR.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* SECOND-OPERATOR APPROVAL OF HELD ADJUSTMENTS AND WRITE-OFFS.  *
000900* ARADJ HOLDS ANY ITEM OVER ITS APPROVAL LIMIT ON THE           *
001000* PENDING-APPROVAL CLUSTER (DDNAME ADJPEND) INSTEAD OF POSTING  *
001100* IT.  THIS RUN LETS A DIFFERENT OPERATOR APPROVE OR REJECT     *
001200* EACH ONE:                                                     *
001300*   - THE APPROVER ON THE SYSIN CARD MUST BE ON AUTHTBL WITH    *
001400*     THE PASSWORD OF THE DAY, AN UNEXPIRED PASSWORD AND THE    *
001500*     WRITE-OFF AUTHORITY BYTE.  EVERY ATTEMPT, GOOD OR BAD, IS *
001600*     LOGGED TO THE SECLOG CLUSTER; A REFUSED APPROVER ENDS THE *
001700*     RUN WITH RC 8 AND NOTHING DECIDED;                        *
001800*   - AN ITEM CANNOT BE DECIDED BY THE OPERATOR WHO             *
001900*     REQUESTED IT;                                             *
002000*   - AN APPROVED ITEM POSTS TO ARBAL AND THE ARDETL JOURNAL    *
002100*     EXACTLY AS ARADJ WOULD HAVE, WITH THE REASON CODE, THE    *
002200*     REQUESTING OPERATOR AND THE APPROVER IN THE ARDETL        *
002300*     REFERENCE.  THE APPROVER IS THE VSAMIO OPERATOR, SO THE   *
002400*     VSIOAUD TRAIL SHOWS THE APPROVER AGAINST A JOURNAL IMAGE  *
002500*     THAT NAMES BOTH;                                          *
002600*   - A REJECTED ITEM IS MARKED AND NEVER POSTS.                *
002700* DECIDED ITEMS STAY ON ADJPEND MARKED 'A' OR 'R' WITH THE      *
002800* DECIDING OPERATOR AND DATE.  THE RUN ENDS WITH AN AGING LIST  *
002900* OF EVERY ITEM STILL AWAITING APPROVAL; RUN WITH NO DECISION   *
003000* CARDS TO GET THE LIST ALONE.                                  *
003100*                                                               *
003200* SYSIN CARD:  COLS 1-8 APPROVER ID, 9-16 PASSWORD OF THE DAY.  *
003300* DECISION CARDS (UT-S-APRCARD):                                *
003400*   COL  1     'A' APPROVE, 'R' REJECT                          *
003500*   COL  2-21  PENDING ITEM KEY AS PRINTED ON THE AGING LIST    *
003600*              (REQUEST DATE, REQUEST TIME, CARD NUMBER)        *
003700*                                                               *
003800* MODIFICATION HISTORY.                                         *
003900*   DATE       INIT  DESCRIPTION                                *
004000*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004100* ************************************************************* *
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000
005100     SELECT CONTROL-CARD-FILE
005200         ASSIGN TO UT-S-SYSIN.
005300
005400     SELECT DECISION-CARD-FILE
005500         ASSIGN TO UT-S-APRCARD.
005600
005700     SELECT REPORT-FILE
005800         ASSIGN TO UR-1403-S-SYSPRINT.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONTROL-CARD-FILE
006300     LABEL RECORDS ARE OMITTED
006400     RECORD CONTAINS 80 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS
006600     DATA RECORD IS CONTROL-CARD-RECORD.
006700 01  CONTROL-CARD-RECORD.
006800     02  ACC-OPERATOR-ID         PIC X(08).
006900     02  ACC-PASSWORD            PIC X(08).
007000     02  FILLER                  PIC X(64).
007100
007200 FD  DECISION-CARD-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 80 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS DECISION-CARD-RECORD.
007700 01  DECISION-CARD-RECORD.
007800     02  DC-ACTION               PIC X(01).
007900         88  DC-APPROVE                  VALUE 'A'.
008000         88  DC-REJECT                   VALUE 'R'.
008100     02  DC-PENDING-KEY          PIC X(20).
008200     02  FILLER                  PIC X(59).
008300
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE OMITTED
008600     RECORD CONTAINS 132 CHARACTERS
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS REPORT-LINE.
008900 01  REPORT-LINE                 PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009300     88  END-OF-FILE                         VALUE 'Y'.
009400 77  PENDING-EOF-SWITCH          PIC X(01)   VALUE 'N'.
009500     88  PENDING-EOF                         VALUE 'Y'.
009600
009700 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009800 77  APPROVED-COUNTER            PIC S9(8) COMP VALUE ZERO.
009900 77  REJECTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
010000 77  REFUSED-COUNTER             PIC S9(8) COMP VALUE ZERO.
010100 77  AWAITING-COUNTER            PIC S9(8) COMP VALUE ZERO.
010200 77  WS-PASSWORD-AGE             PIC S9(8) COMP VALUE ZERO.
010300
010400 01  WS-SIGNED-AMOUNT            PIC S9(5)V99 COMP-3 VALUE ZERO.
010500 01  WS-AWAITING-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
010600 01  WS-REFUSE-REASON            PIC X(30)   VALUE SPACES.
010700 01  WS-AGE-DAYS                 PIC S9(7) COMP-3 VALUE ZERO.
010800
010900 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
011000 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
011100     02  WS-RUN-YY               PIC 9(02).
011200     02  WS-RUN-MM               PIC 9(02).
011300     02  WS-RUN-DD               PIC 9(02).
011400 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
011500 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
011600     02  WS-TODAY-CCYY           PIC 9(04).
011700     02  WS-TODAY-MM             PIC 9(02).
011800     02  WS-TODAY-DD             PIC 9(02).
011900 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
012000
012100 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
012200 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
012300
012400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
012500 01  BALANCE-FILE                COPY VSAMIOFB.
012600 01  AR-DETAIL-FILE              COPY VSAMIOFB.
012700 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
012800 01  PENDING-FILE                COPY VSAMIOFB.
012900
013000 01  BALANCE-RECORD.
013100     02  ABR-STUDENT-ID          PIC X(07).
013200     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
013300     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
013400     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
013500
013600 01  AR-DETAIL-RECORD.
013700     02  ARD-STUDENT-ID          PIC X(07).
013800     02  ARD-POST-DATE           PIC 9(08).
013900     02  ARD-TYPE                PIC X(03).
014000     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
014100     02  ARD-REFERENCE           PIC X(20).
014200     02  ARD-APPROVAL-REFERENCE REDEFINES ARD-REFERENCE.
014300         03  ARD-REASON-CODE     PIC X(04).
014400         03  ARD-REQUESTED-BY    PIC X(08).
014500         03  ARD-APPROVED-BY     PIC X(08).
014600     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
014700     02  FILLER                  PIC X(14).
014800
014900* ************************************************************** *
015000* THE PENDING-APPROVAL CLUSTER (DDNAME ADJPEND), AS ARADJ        *
015100* WRITES IT.                                                     *
015200* ************************************************************** *
015300 01  PENDING-RECORD.
015400     02  PND-KEY.
015500         03  PND-REQUEST-DATE    PIC 9(08).
015600         03  PND-REQUEST-TIME    PIC 9(08).
015700         03  PND-CARD-NUMBER     PIC 9(04).
015800     02  PND-TYPE                PIC X(03).
015900     02  PND-STUDENT-ID          PIC X(07).
016000     02  PND-AMOUNT              PIC 9(5)V99.
016100     02  PND-SIGN                PIC X(01).
016200     02  PND-REASON-CODE         PIC X(04).
016300     02  PND-REQUESTED-BY        PIC X(08).
016400     02  PND-STATUS              PIC X(01).
016500         88  PND-PENDING                 VALUE 'P'.
016600         88  PND-APPROVED                VALUE 'A'.
016700         88  PND-REJECTED                VALUE 'R'.
016800     02  PND-DECIDED-BY          PIC X(08).
016900     02  PND-DECIDED-DATE        PIC 9(08).
017000     02  FILLER                  PIC X(13).
017100
017200 01  AUTH-TABLE-RECORD.
017300     02  ATR-OPERATOR-ID         PIC X(08).
017400     02  ATR-PASSWORD            PIC X(08).
017500     02  ATR-NAME                PIC X(20).
017600     02  ATR-ADD-AUTH            PIC X(01).
017700     02  ATR-DROP-AUTH           PIC X(01).
017800     02  ATR-GRADE-AUTH          PIC X(01).
017900     02  ATR-WRITEOFF-AUTH       PIC X(01).
018000     02  ATR-PASSWORD-DATE       PIC 9(08).
018100     02  FILLER REDEFINES ATR-PASSWORD-DATE.
018200         03  ATR-PW-CCYY         PIC 9(04).
018300         03  ATR-PW-MM           PIC 9(02).
018400         03  ATR-PW-DD           PIC 9(02).
018500     02  ATR-MAX-AGE             PIC 9(02).
018600
018700* ************************************************************** *
018800* THE PERMANENT SECURITY LOG (DDNAME SECLOG), ONE RECORD PER     *
018900* AUTHORIZATION ATTEMPT, LISTED DAILY BY SECLREPT.               *
019000* ************************************************************** *
019100 01  SECURITY-LOG-FILE           COPY VSAMIOFB.
019200 01  SECURITY-LOG-RECORD.
019300     02  SLR-KEY.
019400         03  SLR-DATE            PIC 9(08).
019500         03  SLR-TIME            PIC 9(08).
019600         03  SLR-OPERATOR-ID     PIC X(08).
019700     02  SLR-PROGRAM             PIC X(08).
019800     02  SLR-OUTCOME             PIC X(01).
019900     02  SLR-REASON              PIC X(30).
020000     02  FILLER                  PIC X(17).
020100
020200 01  HEADING-LINE-1.
020300     02  FILLER                  PIC X(42)   VALUE
020400         'ADJAPPR - ADJUSTMENT APPROVAL REGISTER  - '.
020500     02  HL1-APPROVER            PIC X(08).
020600     02  FILLER                  PIC X(82)   VALUE SPACES.
020700
020800 01  REGISTER-LINE.
020900     02  RL-ACTION               PIC X(01).
021000     02  FILLER                  PIC X(02)   VALUE SPACES.
021100     02  RL-PENDING-KEY          PIC X(20).
021200     02  FILLER                  PIC X(02)   VALUE SPACES.
021300     02  RL-TYPE                 PIC X(03).
021400     02  FILLER                  PIC X(02)   VALUE SPACES.
021500     02  RL-STUDENT-ID           PIC X(07).
021600     02  FILLER                  PIC X(02)   VALUE SPACES.
021700     02  RL-AMOUNT               PIC ZZ,ZZ9.99-.
021800     02  FILLER                  PIC X(02)   VALUE SPACES.
021900     02  RL-REQUESTED-BY         PIC X(08).
022000     02  FILLER                  PIC X(02)   VALUE SPACES.
022100     02  RL-DISPOSITION          PIC X(30).
022200     02  FILLER                  PIC X(41)   VALUE SPACES.
022300
022400 01  AGING-HEADING-1.
022500     02  FILLER                  PIC X(40)   VALUE
022600         'ITEMS AWAITING APPROVAL, OLDEST FIRST   '.
022700     02  FILLER                  PIC X(92)   VALUE SPACES.
022800
022900 01  AGING-HEADING-2.
023000     02  FILLER                  PIC X(25)   VALUE
023100         'PENDING ITEM KEY'.
023200     02  FILLER                  PIC X(33)   VALUE
023300         'TYP  STUDENT     AMOUNT   REASON'.
023400     02  FILLER                  PIC X(20)   VALUE
023500         'REQUESTED    DAYS'.
023600     02  FILLER                  PIC X(54)   VALUE SPACES.
023700
023800 01  AGING-LINE.
023900     02  AL-PENDING-KEY          PIC X(20).
024000     02  FILLER                  PIC X(05)   VALUE SPACES.
024100     02  AL-TYPE                 PIC X(03).
024200     02  FILLER                  PIC X(02)   VALUE SPACES.
024300     02  AL-STUDENT-ID           PIC X(07).
024400     02  FILLER                  PIC X(02)   VALUE SPACES.
024500     02  AL-AMOUNT               PIC ZZ,ZZ9.99-.
024600     02  FILLER                  PIC X(02)   VALUE SPACES.
024700     02  AL-REASON-CODE          PIC X(04).
024800     02  FILLER                  PIC X(03)   VALUE SPACES.
024900     02  AL-REQUESTED-BY         PIC X(08).
025000     02  FILLER                  PIC X(02)   VALUE SPACES.
025100     02  AL-AGE-DAYS             PIC ZZZZ9.
025200     02  FILLER                  PIC X(59)   VALUE SPACES.
025300
025400 01  TOTAL-LINE.
025500     02  FILLER                  PIC X(13)   VALUE
025600         'CARDS READ:  '.
025700     02  TL-CARDS                PIC ZZZZ9.
025800     02  FILLER                  PIC X(12)   VALUE '  APPROVED: '.
025900     02  TL-APPROVED             PIC ZZZZ9.
026000     02  FILLER                  PIC X(12)   VALUE '  REJECTED: '.
026100     02  TL-REJECTED             PIC ZZZZ9.
026200     02  FILLER                  PIC X(11)   VALUE '  REFUSED: '.
026300     02  TL-REFUSED              PIC ZZZZ9.
026400     02  FILLER                  PIC X(12)   VALUE '  AWAITING: '.
026500     02  TL-AWAITING             PIC ZZZZ9.
026600     02  FILLER                  PIC X(02)   VALUE SPACES.
026700     02  TL-AWAITING-AMOUNT      PIC Z,ZZZ,ZZ9.99.
026800     02  FILLER                  PIC X(33)   VALUE SPACES.
026900
027000 PROCEDURE DIVISION.
027100
027200 000-INITIATE.
027300
027400     DISPLAY 'ADJAPPR: APPROVE HELD ADJUSTMENTS AND WRITE-OFFS'.
027500     DISPLAY '------------------------------------------------'.
027600     DISPLAY ' '.
027700
027800     OPEN INPUT CONTROL-CARD-FILE.
027900     MOVE SPACES TO CONTROL-CARD-RECORD.
028000     READ CONTROL-CARD-FILE
028100         AT END CONTINUE
028200     END-READ.
028300     CLOSE CONTROL-CARD-FILE.
028400
028500     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
028600     ACCEPT WS-RUN-TIME FROM TIME.
028700     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
028800     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
028900     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
029000     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
029100     MOVE WS-RUN-MM TO WS-TODAY-MM.
029200     MOVE WS-RUN-DD TO WS-TODAY-DD.
029300
029400     PERFORM 030-CHECK-APPROVER THRU 039-EXIT.
029500
029600     OPEN INPUT DECISION-CARD-FILE.
029700     OPEN OUTPUT REPORT-FILE.
029800     MOVE ACC-OPERATOR-ID TO HL1-APPROVER.
029900     WRITE REPORT-LINE FROM HEADING-LINE-1.
030000
030100     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
030200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
030300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
030400     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
030500     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
030600     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
030700     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
030800     MOVE VSIO-OPEN TO VSIO-COMMAND.
030900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031000                         BALANCE-FILE,
031100                         BALANCE-RECORD.
031200*    END-CALL.
031300     IF NOT VSIO-SUCCESS
031400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
031500         MOVE +8 TO RETURN-CODE
031600         STOP RUN.
031700*    END-IF.
031800
031900     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
032000     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
032100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
032200     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
032300     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
032400     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
032500     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
032600     MOVE VSIO-OPEN TO VSIO-COMMAND.
032700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032800                         AR-DETAIL-FILE,
032900                         AR-DETAIL-RECORD.
033000*    END-CALL.
033100     IF NOT VSIO-SUCCESS
033200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033300         MOVE +8 TO RETURN-CODE
033400         STOP RUN.
033500*    END-IF.
033600
033700     MOVE 'ADJPEND' TO VSIO-DDNAME OF PENDING-FILE.
033800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PENDING-FILE.
033900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF PENDING-FILE.
034000     MOVE VSIO-I-O TO VSIO-MODE OF PENDING-FILE.
034100     MOVE +80 TO VSIO-RECORD-LENGTH OF PENDING-FILE.
034200     MOVE +0 TO VSIO-KEY-POSITION OF PENDING-FILE.
034300     MOVE +20 TO VSIO-KEY-LENGTH OF PENDING-FILE.
034400     MOVE VSIO-OPEN TO VSIO-COMMAND.
034500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034600                         PENDING-FILE,
034700                         PENDING-RECORD.
034800*    END-CALL.
034900     IF NOT VSIO-SUCCESS
035000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
035100         MOVE +8 TO RETURN-CODE
035200         STOP RUN.
035300*    END-IF.
035400
035500 010-PROCESS.
035600
035700     PERFORM 110-APPLY-ONE-CARD
035800        THRU 119-EXIT
035900       UNTIL END-OF-FILE.
036000*    END-PERFORM.
036100
036200     PERFORM 200-LIST-AWAITING THRU 209-EXIT.
036300
036400 020-TERMINATE.
036500
036600     MOVE CARD-COUNTER TO TL-CARDS.
036700     MOVE APPROVED-COUNTER TO TL-APPROVED.
036800     MOVE REJECTED-COUNTER TO TL-REJECTED.
036900     MOVE REFUSED-COUNTER TO TL-REFUSED.
037000     MOVE AWAITING-COUNTER TO TL-AWAITING.
037100     MOVE WS-AWAITING-AMOUNT TO TL-AWAITING-AMOUNT.
037200     WRITE REPORT-LINE FROM TOTAL-LINE.
037300
037400     CLOSE DECISION-CARD-FILE.
037500     CLOSE REPORT-FILE.
037600
037700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037900                         BALANCE-FILE,
038000                         BALANCE-RECORD.
038100*    END-CALL.
038200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038300                         AR-DETAIL-FILE,
038400                         AR-DETAIL-RECORD.
038500*    END-CALL.
038600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038700                         PENDING-FILE,
038800                         PENDING-RECORD.
038900*    END-CALL.
039000
039100     IF REFUSED-COUNTER GREATER THAN ZERO
039200         MOVE +4 TO RETURN-CODE.
039300*    END-IF.
039400
039500     DISPLAY 'ADJAPPR: CARDS READ: ' CARD-COUNTER.
039600     DISPLAY 'ADJAPPR: APPROVED:   ' APPROVED-COUNTER.
039700     DISPLAY 'ADJAPPR: REJECTED:   ' REJECTED-COUNTER.
039800     DISPLAY 'ADJAPPR: REFUSED:    ' REFUSED-COUNTER.
039900     DISPLAY 'ADJAPPR: AWAITING:   ' AWAITING-COUNTER.
040000     STOP RUN.
040100
040200* ************************************************************** *
040300* VALIDATES THE APPROVER AGAINST AUTHTBL THE SAME WAY GRADPOST   *
040400* VALIDATES ITS OPERATOR, LOGGING THE OUTCOME TO SECLOG.  A      *
040500* REFUSED APPROVER STOPS THE RUN BEFORE ANY CARD IS READ.        *
040600* ************************************************************** *
040700 030-CHECK-APPROVER.
040800
040900     IF ACC-OPERATOR-ID EQUAL SPACES
041000         MOVE 'NO OPERATOR ID ON SYSIN CARD' TO WS-REFUSE-REASON
041100         GO TO 038-REFUSE.
041200*    END-IF.
041300
041400     MOVE 'AUTHTBL' TO VSIO-DDNAME OF AUTH-TABLE-FILE.
041500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AUTH-TABLE-FILE.
041600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF AUTH-TABLE-FILE.
041700     MOVE VSIO-INPUT TO VSIO-MODE OF AUTH-TABLE-FILE.
041800     MOVE +50 TO VSIO-RECORD-LENGTH OF AUTH-TABLE-FILE.
041900     MOVE +0 TO VSIO-KEY-POSITION OF AUTH-TABLE-FILE.
042000     MOVE +8 TO VSIO-KEY-LENGTH OF AUTH-TABLE-FILE.
042100     MOVE VSIO-OPEN TO VSIO-COMMAND.
042200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042300                         AUTH-TABLE-FILE,
042400                         AUTH-TABLE-RECORD.
042500*    END-CALL.
042600     IF NOT VSIO-SUCCESS
042700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042800         MOVE 'AUTH TABLE UNAVAILABLE' TO WS-REFUSE-REASON
042900         GO TO 038-REFUSE.
043000*    END-IF.
043100
043200     MOVE SPACES TO AUTH-TABLE-RECORD.
043300     MOVE ACC-OPERATOR-ID TO ATR-OPERATOR-ID.
043400     MOVE VSIO-READ TO VSIO-COMMAND.
043500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043600                         AUTH-TABLE-FILE,
043700                         AUTH-TABLE-RECORD.
043800*    END-CALL.
043900     IF NOT VSIO-SUCCESS
044000         MOVE 'OPERATOR NOT ON AUTH TABLE' TO WS-REFUSE-REASON
044100         PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
044200         GO TO 038-REFUSE.
044300*    END-IF.
044400
044500     IF ATR-PASSWORD NOT EQUAL ACC-PASSWORD
044600         MOVE 'INVALID PASSWORD OF THE DAY' TO WS-REFUSE-REASON
044700         PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
044800         GO TO 038-REFUSE.
044900*    END-IF.
045000
045100* A PASSWORD OLDER THAN THE OPERATOR'S MAX-AGE (DAYS, ON THE
045200* 30/360 CONVENTION THE AGING REPORTS USE) HAS EXPIRED AND
045300* MUST BE RESET THROUGH AUTHMNT.  MAX-AGE ZERO MEANS NO AGING.
045400     IF ATR-MAX-AGE NUMERIC
045500     AND ATR-MAX-AGE GREATER THAN ZERO
045600     AND ATR-PASSWORD-DATE NUMERIC
045700     AND ATR-PASSWORD-DATE GREATER THAN ZERO
045800         COMPUTE WS-PASSWORD-AGE =
045900             ((WS-TODAY-CCYY - ATR-PW-CCYY) * 360)
046000             + ((WS-TODAY-MM - ATR-PW-MM) * 30)
046100             + (WS-TODAY-DD - ATR-PW-DD)
046200         IF WS-PASSWORD-AGE GREATER THAN ATR-MAX-AGE
046300             MOVE 'PASSWORD EXPIRED - SEE AUTHMNT'
046400                 TO WS-REFUSE-REASON
046500             PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
046600             GO TO 038-REFUSE
046700         END-IF.
046800*    END-IF.
046900
047000     IF ATR-WRITEOFF-AUTH NOT EQUAL 'Y'
047100         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
047200         PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
047300         GO TO 038-REFUSE.
047400*    END-IF.
047500
047600     MOVE ACC-OPERATOR-ID TO VSIO-OPERATOR-ID.
047700     PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT.
047800     MOVE 'S' TO SLR-OUTCOME.
047900     MOVE 'AUTHORIZED' TO SLR-REASON.
048000     PERFORM 036-WRITE-SECURITY-LOG THRU 036-EXIT.
048100     GO TO 039-EXIT.
048200
048300* ************************************************************** *
048400* WRITES ONE ATTEMPT TO THE PERMANENT SECLOG CLUSTER, KEYED      *
048500* DATE + TIME + OPERATOR.  A SAME-SECOND DUPLICATE KEY BUMPS     *
048600* THE TIME BY ONE AND TRIES ONCE MORE; THE LOG IS NEVER A        *
048700* REASON TO STOP THE RUN.                                        *
048800* ************************************************************** *
048900 036-WRITE-SECURITY-LOG.
049000
049100     MOVE 'SECLOG' TO VSIO-DDNAME OF SECURITY-LOG-FILE.
049200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION
049300         OF SECURITY-LOG-FILE.
049400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECURITY-LOG-FILE.
049500     MOVE VSIO-I-O TO VSIO-MODE OF SECURITY-LOG-FILE.
049600     MOVE +80 TO VSIO-RECORD-LENGTH OF SECURITY-LOG-FILE.
049700     MOVE +0 TO VSIO-KEY-POSITION OF SECURITY-LOG-FILE.
049800     MOVE +24 TO VSIO-KEY-LENGTH OF SECURITY-LOG-FILE.
049900     MOVE VSIO-OPEN TO VSIO-COMMAND.
050000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050100                         SECURITY-LOG-FILE,
050200                         SECURITY-LOG-RECORD.
050300*    END-CALL.
050400     IF NOT VSIO-SUCCESS
050500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050600         GO TO 036-EXIT.
050700*    END-IF.
050800
050900     MOVE WS-TODAY-CCYYMMDD TO SLR-DATE.
051000     MOVE WS-RUN-TIME TO SLR-TIME.
051100     MOVE ACC-OPERATOR-ID TO SLR-OPERATOR-ID.
051200     MOVE 'ADJAPPR' TO SLR-PROGRAM.
051300     MOVE VSIO-WRITE TO VSIO-COMMAND.
051400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051500                         SECURITY-LOG-FILE,
051600                         SECURITY-LOG-RECORD.
051700*    END-CALL.
051800     IF VSIO-RECORD-NOT-FOUND
051900         MOVE +0 TO VSIO-RETURN-CODE
052000         ADD 1 TO SLR-TIME
052100         MOVE VSIO-WRITE TO VSIO-COMMAND
052200         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052300                             SECURITY-LOG-FILE,
052400                             SECURITY-LOG-RECORD.
052500*    END-IF.
052600     IF NOT VSIO-SUCCESS
052700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052800         MOVE +0 TO VSIO-RETURN-CODE.
052900*    END-IF.
053000
053100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
053200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053300                         SECURITY-LOG-FILE,
053400                         SECURITY-LOG-RECORD.
053500*    END-CALL.
053600
053700 036-EXIT.
053800     EXIT.
053900
054000 037-CLOSE-AUTH-TABLE.
054100
054200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
054300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054400                         AUTH-TABLE-FILE,
054500                         AUTH-TABLE-RECORD.
054600*    END-CALL.
054700
054800 037-EXIT.
054900     EXIT.
055000
055100 038-REFUSE.
055200
055300     MOVE 'F' TO SLR-OUTCOME.
055400     MOVE WS-REFUSE-REASON TO SLR-REASON.
055500     PERFORM 036-WRITE-SECURITY-LOG THRU 036-EXIT.
055600
055700     DISPLAY 'ADJAPPR: APPROVER ' ACC-OPERATOR-ID ' REFUSED - '
055800             WS-REFUSE-REASON.
055900     MOVE +8 TO RETURN-CODE.
056000     STOP RUN.
056100
056200 039-EXIT.
056300     EXIT.
056400
056500* ************************************************************** *
056600* APPLIES ONE DECISION CARD TO ITS PENDING ITEM.                 *
056700* ************************************************************** *
056800 110-APPLY-ONE-CARD.
056900
057000     READ DECISION-CARD-FILE
057100         AT END
057200             MOVE 'Y' TO END-OF-FILE-SWITCH
057300             GO TO 119-EXIT.
057400*    END-READ.
057500
057600     ADD +1 TO CARD-COUNTER.
057700
057800     MOVE DC-ACTION TO RL-ACTION.
057900     MOVE DC-PENDING-KEY TO RL-PENDING-KEY.
058000     MOVE SPACES TO RL-TYPE, RL-STUDENT-ID, RL-REQUESTED-BY.
058100     MOVE ZERO TO RL-AMOUNT.
058200
058300     IF NOT DC-APPROVE
058400     AND NOT DC-REJECT
058500         MOVE 'ACTION NOT A OR R' TO RL-DISPOSITION
058600         PERFORM 170-WRITE-REFUSED THRU 179-EXIT
058700         GO TO 119-EXIT.
058800*    END-IF.
058900
059000     MOVE SPACES TO PENDING-RECORD.
059100     MOVE DC-PENDING-KEY TO PND-KEY.
059200     MOVE +80 TO VSIO-RECORD-LENGTH OF PENDING-FILE.
059300     MOVE VSIO-READ TO VSIO-COMMAND.
059400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059500                         PENDING-FILE,
059600                         PENDING-RECORD.
059700*    END-CALL.
059800     IF NOT VSIO-SUCCESS
059900         MOVE +0 TO VSIO-RETURN-CODE
060000         MOVE 'NO SUCH PENDING ITEM' TO RL-DISPOSITION
060100         PERFORM 170-WRITE-REFUSED THRU 179-EXIT
060200         GO TO 119-EXIT.
060300*    END-IF.
060400
060500     MOVE PND-TYPE TO RL-TYPE.
060600     MOVE PND-STUDENT-ID TO RL-STUDENT-ID.
060700     MOVE PND-REQUESTED-BY TO RL-REQUESTED-BY.
060800     IF PND-SIGN EQUAL '-'
060900         COMPUTE WS-SIGNED-AMOUNT = ZERO - PND-AMOUNT
061000     ELSE
061100         MOVE PND-AMOUNT TO WS-SIGNED-AMOUNT.
061200*    END-IF.
061300     MOVE WS-SIGNED-AMOUNT TO RL-AMOUNT.
061400
061500     IF NOT PND-PENDING
061600         MOVE 'ALREADY DECIDED' TO RL-DISPOSITION
061700         PERFORM 170-WRITE-REFUSED THRU 179-EXIT
061800         GO TO 119-EXIT.
061900*    END-IF.
062000
062100     IF PND-REQUESTED-BY EQUAL ACC-OPERATOR-ID
062200         MOVE 'APPROVER IS THE REQUESTER' TO RL-DISPOSITION
062300         PERFORM 170-WRITE-REFUSED THRU 179-EXIT
062400         GO TO 119-EXIT.
062500*    END-IF.
062600
062700     IF DC-APPROVE
062800         PERFORM 120-POST-APPROVED-ITEM THRU 129-EXIT
062900     ELSE
063000         MOVE 'R' TO PND-STATUS
063100         PERFORM 140-MARK-DECIDED THRU 149-EXIT
063200         IF VSIO-SUCCESS
063300             ADD +1 TO REJECTED-COUNTER
063400             MOVE 'REJECTED' TO RL-DISPOSITION
063500             WRITE REPORT-LINE FROM REGISTER-LINE
063600         ELSE
063700             MOVE +0 TO VSIO-RETURN-CODE
063800             MOVE 'REJECT NOT RECORDED' TO RL-DISPOSITION
063900             PERFORM 170-WRITE-REFUSED THRU 179-EXIT
064000         END-IF.
064100*    END-IF.
064200
064300 119-EXIT.
064400     EXIT.
064500
064600* ************************************************************** *
064700* POSTS AN APPROVED ITEM TO ARBAL AND ARDETL AS ARADJ WOULD      *
064800* HAVE, THEN MARKS IT APPROVED.  THE ARDETL REFERENCE CARRIES    *
064900* THE REASON CODE AND BOTH OPERATOR IDS.                         *
065000* ************************************************************** *
065100 120-POST-APPROVED-ITEM.
065200
065300     MOVE SPACES TO BALANCE-RECORD.
065400     MOVE PND-STUDENT-ID TO ABR-STUDENT-ID.
065500     MOVE VSIO-READ TO VSIO-COMMAND.
065600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065700                         BALANCE-FILE,
065800                         BALANCE-RECORD.
065900*    END-CALL.
066000     IF NOT VSIO-SUCCESS
066100         MOVE +0 TO VSIO-RETURN-CODE
066200         MOVE 'NO BALANCE ON FILE' TO RL-DISPOSITION
066300         PERFORM 170-WRITE-REFUSED THRU 179-EXIT
066400         GO TO 129-EXIT.
066500*    END-IF.
066600
066700     ADD WS-SIGNED-AMOUNT TO ABR-BALANCE.
066800     MOVE VSIO-REWRITE TO VSIO-COMMAND.
066900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
067000                         BALANCE-FILE,
067100                         BALANCE-RECORD.
067200*    END-CALL.
067300     IF NOT VSIO-SUCCESS
067400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067500         MOVE +0 TO VSIO-RETURN-CODE
067600         MOVE 'BALANCE NOT UPDATED' TO RL-DISPOSITION
067700         PERFORM 170-WRITE-REFUSED THRU 179-EXIT
067800         GO TO 129-EXIT.
067900*    END-IF.
068000
068100     MOVE SPACES TO AR-DETAIL-RECORD.
068200     MOVE PND-STUDENT-ID TO ARD-STUDENT-ID.
068300     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
068400     MOVE PND-TYPE TO ARD-TYPE.
068500     MOVE WS-SIGNED-AMOUNT TO ARD-AMOUNT.
068600     MOVE PND-REASON-CODE TO ARD-REASON-CODE.
068700     MOVE PND-REQUESTED-BY TO ARD-REQUESTED-BY.
068800     MOVE ACC-OPERATOR-ID TO ARD-APPROVED-BY.
068900     MOVE ABR-BALANCE TO ARD-BALANCE.
069000     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
069100     MOVE VSIO-WRITE TO VSIO-COMMAND.
069200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
069300                         AR-DETAIL-FILE,
069400                         AR-DETAIL-RECORD.
069500*    END-CALL.
069600     IF NOT VSIO-SUCCESS
069700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
069800         MOVE +0 TO VSIO-RETURN-CODE.
069900*    END-IF.
070000
070100     MOVE 'A' TO PND-STATUS.
070200     PERFORM 140-MARK-DECIDED THRU 149-EXIT.
070300     IF NOT VSIO-SUCCESS
070400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
070500         MOVE +0 TO VSIO-RETURN-CODE.
070600*    END-IF.
070700
070800     ADD +1 TO APPROVED-COUNTER.
070900     MOVE 'APPROVED AND POSTED' TO RL-DISPOSITION.
071000     WRITE REPORT-LINE FROM REGISTER-LINE.
071100
071200 129-EXIT.
071300     EXIT.
071400
071500 140-MARK-DECIDED.
071600
071700     MOVE ACC-OPERATOR-ID TO PND-DECIDED-BY.
071800     MOVE WS-TODAY-CCYYMMDD TO PND-DECIDED-DATE.
071900     MOVE +80 TO VSIO-RECORD-LENGTH OF PENDING-FILE.
072000     MOVE VSIO-REWRITE TO VSIO-COMMAND.
072100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072200                         PENDING-FILE,
072300                         PENDING-RECORD.
072400*    END-CALL.
072500
072600 149-EXIT.
072700     EXIT.
072800
072900 170-WRITE-REFUSED.
073000
073100     WRITE REPORT-LINE FROM REGISTER-LINE.
073200     ADD +1 TO REFUSED-COUNTER.
073300
073400 179-EXIT.
073500     EXIT.
073600
073700* ************************************************************** *
073800* LISTS EVERY ITEM STILL AWAITING APPROVAL, OLDEST FIRST, WITH   *
073900* ITS AGE IN CALENDAR DAYS SINCE ARADJ HELD IT.                  *
074000* ************************************************************** *
074100 200-LIST-AWAITING.
074200
074300     WRITE REPORT-LINE FROM AGING-HEADING-1.
074400     WRITE REPORT-LINE FROM AGING-HEADING-2.
074500
074600     MOVE SPACES TO PENDING-RECORD.
074700     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
074800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
074900                         PENDING-FILE,
075000                         PENDING-RECORD.
075100*    END-CALL.
075200     IF NOT VSIO-SUCCESS
075300         MOVE +0 TO VSIO-RETURN-CODE
075400         GO TO 209-EXIT.
075500*    END-IF.
075600
075700     PERFORM 210-LIST-ONE-ITEM
075800        THRU 219-EXIT
075900       UNTIL PENDING-EOF.
076000*    END-PERFORM.
076100
076200 209-EXIT.
076300     EXIT.
076400
076500 210-LIST-ONE-ITEM.
076600
076700     MOVE SPACES TO PENDING-RECORD (1:20).
076800     MOVE +80 TO VSIO-RECORD-LENGTH OF PENDING-FILE.
076900     MOVE VSIO-READ TO VSIO-COMMAND.
077000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
077100                         PENDING-FILE,
077200                         PENDING-RECORD.
077300*    END-CALL.
077400     IF NOT VSIO-SUCCESS
077500         IF VSIO-END-OF-FILE
077600             MOVE 'Y' TO PENDING-EOF-SWITCH
077700             MOVE +0 TO VSIO-RETURN-CODE
077800             GO TO 219-EXIT
077900         ELSE
078000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
078100             MOVE 'Y' TO PENDING-EOF-SWITCH
078200             GO TO 219-EXIT.
078300*        END-IF
078400*    END-IF.
078500
078600     IF NOT PND-PENDING
078700         GO TO 219-EXIT.
078800*    END-IF.
078900
079000     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
079100     MOVE PND-REQUEST-DATE TO DDIF-FROM-DATE.
079200     MOVE WS-TODAY-CCYYMMDD TO DDIF-TO-DATE.
079300     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
079400     IF DDIF-SUCCESS
079500         MOVE DDIF-DAYS TO WS-AGE-DAYS
079600     ELSE
079700         MOVE ZERO TO WS-AGE-DAYS.
079800*    END-IF.
079900
080000     IF PND-SIGN EQUAL '-'
080100         COMPUTE WS-SIGNED-AMOUNT = ZERO - PND-AMOUNT
080200     ELSE
080300         MOVE PND-AMOUNT TO WS-SIGNED-AMOUNT.
080400*    END-IF.
080500
080600     MOVE PND-KEY TO AL-PENDING-KEY.
080700     MOVE PND-TYPE TO AL-TYPE.
080800     MOVE PND-STUDENT-ID TO AL-STUDENT-ID.
080900     MOVE WS-SIGNED-AMOUNT TO AL-AMOUNT.
081000     MOVE PND-REASON-CODE TO AL-REASON-CODE.
081100     MOVE PND-REQUESTED-BY TO AL-REQUESTED-BY.
081200     MOVE WS-AGE-DAYS TO AL-AGE-DAYS.
081300     WRITE REPORT-LINE FROM AGING-LINE.
081400
081500     ADD +1 TO AWAITING-COUNTER.
081600     ADD PND-AMOUNT TO WS-AWAITING-AMOUNT.
081700
081800 219-EXIT.
081900     EXIT.
082000
082100* ************************************************************** *
082200* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
082300* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
082400* PROGRAM IN THIS SUITE.                                         *
082500* ************************************************************** *
082600 500-DISPLAY-UNKNOWN-ERROR.
082700
082800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
082900     EXHIBIT NAMED VSIO-RETURN-CODE.
083000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
083100                   VSIO-VSAM-FUNCTION-CODE,
083200                   VSIO-VSAM-FEEDBACK-CODE.
083300
083400 509-EXIT.
083500     EXIT.
