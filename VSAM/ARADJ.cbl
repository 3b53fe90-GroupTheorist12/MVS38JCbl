001800* THE WRITE-OFF AUTHORITY BYTE ON AUTHTBL (ATR-WRITEOFF-AUTH,   *
001900* THE FIRST BYTE OF THE RECORD'S RESERVED AREA).  A WRITE-OFF   *
002000* CARD WITH A ZERO AMOUNT WRITES OFF THE WHOLE OPEN BALANCE.    *
002010*                                                                 *
002020* AN ADJUSTMENT OR WRITE-OFF WHOSE AMOUNT (FOR A ZERO-AMOUNT    *
002030* WRITE-OFF, THE WHOLE BALANCE) IS OVER THE APPROVAL LIMIT DOES *
002040* NOT POST.  IT IS HELD ON THE PENDING-APPROVAL CLUSTER (DDNAME *
002050* ADJPEND) UNDER THE SYSIN OPERATOR, WHO MUST THEN BE A VALID   *
002060* AUTHTBL OPERATOR, UNTIL A SECOND OPERATOR APPROVES OR REJECTS *
002070* IT THROUGH ADJAPPR.                                           *
002100*                                                                 *
002200* SYSIN CARD:  COLS 1-8 OPERATOR ID, 9-16 PASSWORD OF THE DAY.  *
002210*              COLS 18-24 APPROVAL LIMIT (9(5)V99; BLANK =      *
002220*              1,000.00).                                       *
002300* ADJUSTMENT CARDS:                                             *
002400*   COL  1-3   TYPE 'ADJ' OR 'WOF'                              *
002500*   COL  4-10  STUDENT ID                                       *
003320*                    STAMP DATE AND MAX AGE (AUTHMNT); AN    *
003330*                    EXPIRED PASSWORD WITHDRAWS WRITE-OFF    *
003340*                    AUTHORITY UNTIL IT IS RESET.            *
003350*   10/15/2026 JM    ITEMS OVER THE APPROVAL LIMIT ARE HELD  *
003360*                    ON ADJPEND FOR A SECOND OPERATOR'S      *
003370*                    APPROVAL (ADJAPPR) INSTEAD OF POSTING.  *
003400* ************************************************************* *
003500
003600 ENVIRONMENT DIVISION.
006000 01  CONTROL-CARD-RECORD.
006100     02  ACC-OPERATOR-ID         PIC X(08).
006200     02  ACC-PASSWORD            PIC X(08).
006300     02  FILLER                  PIC X(01).
006310     02  ACC-APPROVAL-LIMIT      PIC X(07).
006320     02  ACC-APPROVAL-LIMIT-N REDEFINES ACC-APPROVAL-LIMIT
006330                                 PIC 9(5)V99.
006340     02  FILLER                  PIC X(56).
006400
006500 FD  ADJUST-CARD-FILE
006600     LABEL RECORDS ARE OMITTED
008900     88  END-OF-FILE                         VALUE 'Y'.
009000 77  WS-WRITEOFF-OK-SW           PIC X(01)   VALUE 'N'.
009100     88  WS-WRITEOFF-OK                      VALUE 'Y'.
009110 77  WS-OPERATOR-OK-SW           PIC X(01)   VALUE 'N'.
009120     88  WS-OPERATOR-OK                      VALUE 'Y'.
009200
009300 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009400 77  POSTED-COUNTER              PIC S9(8) COMP VALUE ZERO.
009500 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009510 77  HELD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009600
009700 01  WS-SIGNED-AMOUNT            PIC S9(5)V99 COMP-3 VALUE ZERO.
009800 01  WS-REFUSE-REASON            PIC X(30)   VALUE SPACES.
009810 01  WS-ABSOLUTE-AMOUNT          PIC S9(5)V99 COMP-3 VALUE ZERO.
009820 01  WS-APPROVAL-LIMIT           PIC 9(5)V99 VALUE 1000.00.
009830 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
009900
010000 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
010100 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
011400 01  BALANCE-FILE                COPY VSAMIOFB.
011500 01  AR-DETAIL-FILE              COPY VSAMIOFB.
011600 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
011610 01  PENDING-FILE                COPY VSAMIOFB.
011700
011800 01  BALANCE-RECORD.
011900     02  ABR-STUDENT-ID          PIC X(07).
012900     02  ARD-REFERENCE           PIC X(20).
013000     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
013100     02  FILLER                  PIC X(14).
013103
013106* ************************************************************** *
013109* THE PENDING-APPROVAL CLUSTER (DDNAME ADJPEND), KEYED BY THE    *
013112* DATE AND TIME OF THE ARADJ RUN THAT HELD THE ITEM PLUS ITS     *
013115* CARD NUMBER IN THAT RUN, SO IT READS OLDEST FIRST.  ADJAPPR    *
013118* MARKS EACH ITEM APPROVED OR REJECTED; NOTHING IS DELETED.      *
013121* ************************************************************** *
013124 01  PENDING-RECORD.
013127     02  PND-KEY.
013130         03  PND-REQUEST-DATE    PIC 9(08).
013133         03  PND-REQUEST-TIME    PIC 9(08).
013136         03  PND-CARD-NUMBER     PIC 9(04).
013139     02  PND-TYPE                PIC X(03).
013142     02  PND-STUDENT-ID          PIC X(07).
013145     02  PND-AMOUNT              PIC 9(5)V99.
013148     02  PND-SIGN                PIC X(01).
013151     02  PND-REASON-CODE         PIC X(04).
013154     02  PND-REQUESTED-BY        PIC X(08).
013157     02  PND-STATUS              PIC X(01).
013160         88  PND-PENDING                 VALUE 'P'.
013163         88  PND-APPROVED                VALUE 'A'.
013166         88  PND-REJECTED                VALUE 'R'.
013169     02  PND-DECIDED-BY          PIC X(08).
013172     02  PND-DECIDED-DATE        PIC 9(08).
013175     02  FILLER                  PIC X(13).
013200
013300* ************************************************************** *
013400* THE AUTHTBL RECORD, WITH THE WRITE-OFF AUTHORITY CARRIED IN    *
017100     02  TL-POSTED               PIC ZZZZ9.
017200     02  FILLER                  PIC X(12) VALUE '  REJECTED: '.
017300     02  TL-REJECTED             PIC ZZZZ9.
017400     02  FILLER                  PIC X(08) VALUE '  HELD: '.
017410     02  TL-HELD                 PIC ZZZZ9.
017420     02  FILLER                  PIC X(69) VALUE SPACES.
017500
017600 PROCEDURE DIVISION.
017700
018900     CLOSE CONTROL-CARD-FILE.
019000
019100     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
019110     ACCEPT WS-RUN-TIME FROM TIME.
019200     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
019300     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
019400     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
019700     MOVE WS-RUN-DD TO WS-TODAY-DD.
019800
019900     PERFORM 030-CHECK-WRITEOFF-AUTH THRU 039-EXIT.
019910
019920     IF ACC-APPROVAL-LIMIT NUMERIC
019930     AND ACC-APPROVAL-LIMIT-N GREATER THAN ZERO
019940         MOVE ACC-APPROVAL-LIMIT-N TO WS-APPROVAL-LIMIT.
019950*    END-IF.
020000
020100     OPEN INPUT ADJUST-CARD-FILE.
020200     OPEN OUTPUT REPORT-FILE.
023500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023600         STOP RUN.
023700*    END-IF.
023705
023710     MOVE 'ADJPEND' TO VSIO-DDNAME OF PENDING-FILE.
023715     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PENDING-FILE.
023720     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PENDING-FILE.
023725     MOVE VSIO-I-O TO VSIO-MODE OF PENDING-FILE.
023730     MOVE +80 TO VSIO-RECORD-LENGTH OF PENDING-FILE.
023735     MOVE +0 TO VSIO-KEY-POSITION OF PENDING-FILE.
023740     MOVE +20 TO VSIO-KEY-LENGTH OF PENDING-FILE.
023745     MOVE VSIO-OPEN TO VSIO-COMMAND.
023750     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023755                         PENDING-FILE,
023760                         PENDING-RECORD.
023765*    END-CALL.
023770     IF NOT VSIO-SUCCESS
023775         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023780         STOP RUN.
023785*    END-IF.
023800
023900 010-PROCESS.
024000
024800     MOVE CARD-COUNTER TO TL-CARDS.
024900     MOVE POSTED-COUNTER TO TL-POSTED.
025000     MOVE REJECT-COUNTER TO TL-REJECTED.
025010     MOVE HELD-COUNTER TO TL-HELD.
025100     WRITE REPORT-LINE FROM TOTAL-LINE.
025200
025300     CLOSE ADJUST-CARD-FILE.
026200                         AR-DETAIL-FILE,
026300                         AR-DETAIL-RECORD.
026400*    END-CALL.
026410     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026420                         PENDING-FILE,
026430                         PENDING-RECORD.
026440*    END-CALL.
026500
026600     DISPLAY 'ARADJ: CARDS READ: ' CARD-COUNTER.
026700     DISPLAY 'ARADJ: POSTED:     ' POSTED-COUNTER.
026800     DISPLAY 'ARADJ: REJECTED:   ' REJECT-COUNTER.
026810     DISPLAY 'ARADJ: HELD:       ' HELD-COUNTER.
026900     STOP RUN.
027000
027100* ************************************************************** *
027700 030-CHECK-WRITEOFF-AUTH.
027800
027900     MOVE 'N' TO WS-WRITEOFF-OK-SW.
027910     MOVE 'N' TO WS-OPERATOR-OK-SW.
028000     MOVE SPACES TO VSIO-OPERATOR-ID.
028100
028200     IF ACC-OPERATOR-ID EQUAL SPACES
030900*    END-CALL.
031000     IF VSIO-SUCCESS
031100     AND ATR-PASSWORD EQUAL ACC-PASSWORD
031200         MOVE 'Y' TO WS-OPERATOR-OK-SW
031210         IF ATR-WRITEOFF-AUTH EQUAL 'Y'
031220             MOVE 'Y' TO WS-WRITEOFF-OK-SW
031230             MOVE ACC-OPERATOR-ID TO VSIO-OPERATOR-ID
031240         END-IF
031500     ELSE
031600         MOVE +0 TO VSIO-RETURN-CODE.
031700*    END-IF.
031711* AN EXPIRED PASSWORD (OLDER THAN THE OPERATOR'S MAX-AGE
031712* DAYS, 30/360 CONVENTION) WITHDRAWS THE WRITE-OFF AUTHORITY
031713* UNTIL IT IS RESET THROUGH AUTHMNT.
031714     IF WS-OPERATOR-OK-SW EQUAL 'Y'
031715     AND ATR-MAX-AGE NUMERIC
031716     AND ATR-MAX-AGE GREATER THAN ZERO
031717     AND ATR-PASSWORD-DATE NUMERIC
031722             + (WS-TODAY-DD - ATR-PW-DD)
031723         IF WS-PASSWORD-AGE GREATER THAN ATR-MAX-AGE
031724             MOVE 'N' TO WS-WRITEOFF-OK-SW
031724             MOVE 'N' TO WS-OPERATOR-OK-SW
031725             MOVE SPACES TO VSIO-OPERATOR-ID
031726             DISPLAY 'ARADJ: OPERATOR ' ACC-OPERATOR-ID
031727                 ' PASSWORD EXPIRED - SEE AUTHMNT'
039900             MOVE AJ-AMOUNT TO WS-SIGNED-AMOUNT.
040000*        END-IF
040100*    END-IF.
040106
040112* ************************************************************** *
040118* AN ITEM OVER THE APPROVAL LIMIT WAITS ON ADJPEND FOR A SECOND  *
040124* OPERATOR INSTEAD OF POSTING.                                   *
040130* ************************************************************** *
040136     IF WS-SIGNED-AMOUNT LESS THAN ZERO
040142         COMPUTE WS-ABSOLUTE-AMOUNT = ZERO - WS-SIGNED-AMOUNT
040148     ELSE
040154         MOVE WS-SIGNED-AMOUNT TO WS-ABSOLUTE-AMOUNT.
040160*    END-IF.
040166     IF WS-ABSOLUTE-AMOUNT GREATER THAN WS-APPROVAL-LIMIT
040172         PERFORM 140-HOLD-FOR-APPROVAL THRU 149-EXIT
040178         GO TO 119-EXIT.
040184*    END-IF.
040200
040300     ADD WS-SIGNED-AMOUNT TO ABR-BALANCE.
040400     MOVE VSIO-REWRITE TO VSIO-COMMAND.
043700
043800 119-EXIT.
043900     EXIT.
043901
043902* ************************************************************** *
043903* FILES AN OVER-LIMIT ITEM ON ADJPEND.  ONLY A VALID AUTHTBL     *
043904* OPERATOR MAY REQUEST ONE, SO THE APPROVER CAN BE PROVED TO BE  *
043905* SOMEONE ELSE.  THE AMOUNT IS HELD AS IT WOULD HAVE POSTED.     *
043906* ************************************************************** *
043907 140-HOLD-FOR-APPROVAL.
043908
043909     IF NOT WS-OPERATOR-OK
043910         MOVE 'OVER LIMIT - NO VALID OPERATOR' TO RL-DISPOSITION
043911         PERFORM 170-WRITE-REJECT THRU 179-EXIT
043912         GO TO 149-EXIT.
043913*    END-IF.
043914
043915     MOVE SPACES TO PENDING-RECORD.
043916     MOVE WS-TODAY-CCYYMMDD TO PND-REQUEST-DATE.
043917     MOVE WS-RUN-TIME TO PND-REQUEST-TIME.
043918     MOVE CARD-COUNTER TO PND-CARD-NUMBER.
043919     MOVE AJ-TYPE TO PND-TYPE.
043920     MOVE AJ-STUDENT-ID TO PND-STUDENT-ID.
043921     MOVE WS-ABSOLUTE-AMOUNT TO PND-AMOUNT.
043922     IF WS-SIGNED-AMOUNT LESS THAN ZERO
043923         MOVE '-' TO PND-SIGN
043924     ELSE
043925         MOVE '+' TO PND-SIGN.
043926*    END-IF.
043927     MOVE AJ-REASON-CODE TO PND-REASON-CODE.
043928     MOVE ACC-OPERATOR-ID TO PND-REQUESTED-BY.
043929     MOVE 'P' TO PND-STATUS.
043930     MOVE ZERO TO PND-DECIDED-DATE.
043931     MOVE +80 TO VSIO-RECORD-LENGTH OF PENDING-FILE.
043932     MOVE VSIO-WRITE TO VSIO-COMMAND.
043933     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043934                         PENDING-FILE,
043935                         PENDING-RECORD.
043936*    END-CALL.
043937     IF NOT VSIO-SUCCESS
043938         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043939         MOVE +0 TO VSIO-RETURN-CODE
043940         MOVE 'HOLD FOR APPROVAL FAILED' TO RL-DISPOSITION
043941         PERFORM 170-WRITE-REJECT THRU 179-EXIT
043942         GO TO 149-EXIT.
043943*    END-IF.
043944
043945     ADD +1 TO HELD-COUNTER.
043946     MOVE WS-SIGNED-AMOUNT TO RL-AMOUNT.
043947     MOVE ABR-BALANCE TO RL-BALANCE.
043948     MOVE 'HELD FOR SECOND APPROVAL' TO RL-DISPOSITION.
043949     WRITE REPORT-LINE FROM REGISTER-LINE.
043950
043951 149-EXIT.
043952     EXIT.
044000
044100 170-WRITE-REJECT.
044200
