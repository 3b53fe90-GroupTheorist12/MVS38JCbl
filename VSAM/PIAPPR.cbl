000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PIAPPR.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* APPROVAL OF PHYSICAL INVENTORY COUNT ADJUSTMENTS.  PICOUNT    *
000900* WRITES EVERY CORRECTION IT FINDS AS A NUMBERED PROPOSAL       *
001000* (UT-S-PIPROP) AND POSTS NOTHING.  THIS RUN LETS AN AUTHORIZED *
001100* OPERATOR APPROVE OR REJECT EACH ONE, AND WRITES THE APPROVED  *
001200* ONES AS A COMPLETE FEED GENERATION (UT-S-PIFEED) -- HEADER,   *
001300* ONE 'A' ADJUSTMENT RECORD PER PROPOSAL, TRAILER WITH RECORD   *
001400* COUNT AND QUANTITY HASH.  THE OPERATOR CATALOGS IT AS A       *
001500* PROD.CARS.TRANDATA GENERATION THE SAME AS A LOADFEED TRANSFER *
001600* AND RUNS IT THROUGH CARCHN AND VINPOST, SO EVERY MASTER       *
001700* CHANGE A COUNT CAUSES IS ON THE AUDIT TRAIL AS AN ORDINARY    *
001800* FEED RECORD:                                                  *
001900*   - THE APPROVER ON THE SYSIN CARD MUST BE ON AUTHTBL WITH    *
002000*     THE PASSWORD OF THE DAY, AN UNEXPIRED PASSWORD AND THE    *
002100*     WRITE-OFF AUTHORITY BYTE, AS IN ADJAPPR.  EVERY ATTEMPT   *
002200*     IS LOGGED TO SECLOG; A REFUSED APPROVER ENDS THE RUN      *
002300*     WITH RC 8 AND NO FEED;                                    *
002400*   - THE DEALER ID ON THE SYSIN CARD IS CARRIED ON EVERY       *
002500*     ADJUSTMENT (CAREDIT REQUIRES ONE ON DLRTBL) AND MUST BE   *
002600*     ON DLRTBL;                                                *
002700*   - A PROPOSAL WITH NO DECISION CARD IS LEFT OUT OF THE FEED  *
002800*     AND LISTED AS UNDECIDED, UNLESS '*ALL*' WAS PUNCHED; A    *
002900*     REJECT CARD STILL OVERRIDES '*ALL*' FOR ITS PROPOSAL.     *
003000*                                                               *
003100* SYSIN CARD:                                                   *
003200*   COL  1-8   APPROVER ID                                      *
003300*   COL  9-16  PASSWORD OF THE DAY                              *
003400*   COL 17-21  DEALER ID FOR THE ADJUSTMENTS                    *
003500*   COL 22-27  FEED GENERATION ID (DEFAULT 'PI' + MMDD)         *
003600* DECISION CARDS (UT-S-PIAPRV):                                 *
003700*   COL  1     'A' APPROVE, 'R' REJECT                          *
003800*   COL  2-6   PROPOSAL NUMBER AS PRINTED BY PICOUNT, OR '*ALL*'*
003900*              IN COLS 1-5 TO APPROVE EVERY PROPOSAL            *
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
005700     SELECT DECISION-CARD-FILE
005800         ASSIGN TO UT-S-PIAPRV.
005900
006000     SELECT PROPOSAL-FILE
006100         ASSIGN TO UT-S-PIPROP.
006200
006300     SELECT FEED-FILE
006400         ASSIGN TO UT-S-PIFEED.
006500
006600     SELECT REPORT-FILE
006700         ASSIGN TO UR-1403-S-SYSPRINT.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CONTROL-CARD-FILE
007200     LABEL RECORDS ARE OMITTED
007300     RECORD CONTAINS 80 CHARACTERS
007400     BLOCK CONTAINS 0 RECORDS
007500     DATA RECORD IS CONTROL-CARD-RECORD.
007600 01  CONTROL-CARD-RECORD.
007700     02  ACC-OPERATOR-ID         PIC X(08).
007800     02  ACC-PASSWORD            PIC X(08).
007900     02  ACC-DEALER-ID           PIC X(05).
008000     02  ACC-GENERATION          PIC X(06).
008100     02  FILLER                  PIC X(53).
008200
008300 FD  DECISION-CARD-FILE
008400     LABEL RECORDS ARE OMITTED
008500     RECORD CONTAINS 80 CHARACTERS
008600     BLOCK CONTAINS 0 RECORDS
008700     DATA RECORD IS DECISION-CARD-RECORD.
008800 01  DECISION-CARD-RECORD.
008900     02  DC-ACTION               PIC X(01).
009000         88  DC-APPROVE                  VALUE 'A'.
009100         88  DC-REJECT                   VALUE 'R'.
009200     02  DC-PROPOSAL-NO          PIC 9(05).
009300     02  FILLER                  PIC X(74).
009400 01  DECISION-ALL-VIEW.
009500     02  DAV-LITERAL             PIC X(05).
009600         88  DAV-APPROVE-ALL             VALUE '*ALL*'.
009700     02  FILLER                  PIC X(75).
009800
009900* ************************************************************** *
010000* COUNT ADJUSTMENT PROPOSAL AS PICOUNT WRITES IT.                *
010100* ************************************************************** *
010200 FD  PROPOSAL-FILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS
010500     BLOCK CONTAINS 0 RECORDS
010600     DATA RECORD IS PROPOSAL-RECORD.
010700 01  PROPOSAL-RECORD.
010800     02  PP-PROPOSAL-NO          PIC 9(05).
010900     02  PP-TYPE                 PIC X(01).
011000         88  PP-UNIT-MISSING                 VALUE 'M'.
011100         88  PP-UNIT-FOUND                   VALUE 'F'.
011200         88  PP-QUANTITY-ONLY                VALUE 'Q'.
011300     02  PP-CAR-MAKE             PIC X(16).
011400     02  PP-CAR-MODEL            PIC X(20).
011500     02  PP-FY-PROD              PIC 9(04).
011600     02  PP-QUANTITY-SIGN        PIC X(01).
011700     02  PP-QUANTITY             PIC 9(05).
011800     02  PP-VIN                  PIC X(17).
011900     02  PP-LOT-ID               PIC X(04).
012000     02  FILLER                  PIC X(07).
012100
012200* ************************************************************** *
012300* THE ADJUSTMENT FEED, IN THE TRANSACTION LAYOUT CAREDIT,        *
012400* CARPOST AND VINPOST READ.                                      *
012500* ************************************************************** *
012600 FD  FEED-FILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORD CONTAINS 80 CHARACTERS
012900     BLOCK CONTAINS 0 RECORDS
013000     DATA RECORD IS TRANSACTION-RECORD.
013100 01  TRANSACTION-RECORD.
013200     02  TR-CAR-MAKE             PIC X(16).
013300     02  TR-CAR-MODEL            PIC X(20).
013400     02  TR-FY-PROD              PIC 9(04).
013500     02  TR-TRAN-CODE            PIC X(01).
013600     02  TR-QUANTITY-SIGN        PIC X(01).
013700     02  TR-QUANTITY             PIC 9(05).
013800     02  TR-DEALER-ID            PIC X(05).
013900     02  TR-VIN                  PIC X(17).
014000     02  TR-LOT-ID               PIC X(04).
014100     02  FILLER                  PIC X(07).
014200 01  FEED-HEADER-RECORD.
014300     02  FHR-LITERAL             PIC X(08).
014400     02  FHR-DATE                PIC 9(08).
014500     02  FHR-GENERATION          PIC X(06).
014600     02  FILLER                  PIC X(58).
014700 01  FEED-TRAILER-RECORD.
014800     02  FTR-LITERAL             PIC X(08).
014900     02  FTR-RECORD-COUNT        PIC 9(08).
015000     02  FTR-QTY-HASH            PIC 9(15).
015100     02  FILLER                  PIC X(49).
015200
015300 FD  REPORT-FILE
015400     LABEL RECORDS ARE OMITTED
015500     RECORD CONTAINS 132 CHARACTERS
015600     BLOCK CONTAINS 0 RECORDS
015700     DATA RECORD IS REPORT-LINE.
015800 01  REPORT-LINE                 PIC X(132).
015900
016000 WORKING-STORAGE SECTION.
016100 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
016200     88  END-OF-FILE                         VALUE 'Y'.
016300 77  PROPOSAL-EOF-SWITCH         PIC X(01)   VALUE 'N'.
016400     88  PROPOSAL-EOF                        VALUE 'Y'.
016500 77  APPROVE-ALL-SWITCH          PIC X(01)   VALUE 'N'.
016600     88  APPROVE-ALL                         VALUE 'Y'.
016700 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
016800     88  WS-FOUND                            VALUE 'Y'.
016900
017000 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
017100 77  BAD-CARD-COUNTER            PIC S9(8) COMP VALUE ZERO.
017200 77  PROPOSAL-COUNTER            PIC S9(8) COMP VALUE ZERO.
017300 77  APPROVED-COUNTER            PIC S9(8) COMP VALUE ZERO.
017400 77  REJECTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
017500 77  UNDECIDED-COUNTER           PIC S9(8) COMP VALUE ZERO.
017600 77  WS-PASSWORD-AGE             PIC S9(8) COMP VALUE ZERO.
017700
017800 01  WS-QTY-HASH                 PIC 9(15)   VALUE ZERO.
017900 01  WS-REFUSE-REASON            PIC X(30)   VALUE SPACES.
018000
018100 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
018200 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
018300     02  WS-RUN-YY               PIC 9(02).
018400     02  WS-RUN-MM               PIC 9(02).
018500     02  WS-RUN-DD               PIC 9(02).
018600 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
018700 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
018800     02  WS-TODAY-CCYY           PIC 9(04).
018900     02  WS-TODAY-MM             PIC 9(02).
019000     02  WS-TODAY-DD             PIC 9(02).
019100 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
019200
019300 01  WS-DEFAULT-GENERATION.
019400     02  FILLER                  PIC X(02)   VALUE 'PI'.
019500     02  WS-DEFAULT-MM           PIC 9(02).
019600     02  WS-DEFAULT-DD           PIC 9(02).
019700
019800 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
019900
020000* ************************************************************** *
020100* THE DECISION CARDS, HELD SO THE PROPOSALS CAN BE READ IN ONE   *
020200* PASS IN THE ORDER PICOUNT WROTE THEM.  A LATER CARD FOR THE    *
020300* SAME PROPOSAL REPLACES AN EARLIER ONE.                         *
020400* ************************************************************** *
020500 01  DECISION-TABLE.
020600     02  DTB-MAX                 PIC S9(4) COMP VALUE +1000.
020700     02  DTB-COUNT               PIC S9(4) COMP VALUE ZERO.
020800     02  DTB-IDX                 PIC S9(4) COMP VALUE ZERO.
020900     02  DTB-ENTRY OCCURS 1000 TIMES.
021000         03  DTB-PROPOSAL-NO     PIC 9(05).
021100         03  DTB-ACTION          PIC X(01).
021200         03  DTB-USED-SW         PIC X(01).
021300
021400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
021500 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
021600 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
021700
021800 01  AUTH-TABLE-RECORD.
021900     02  ATR-OPERATOR-ID         PIC X(08).
022000     02  ATR-PASSWORD            PIC X(08).
022100     02  ATR-NAME                PIC X(20).
022200     02  ATR-ADD-AUTH            PIC X(01).
022300     02  ATR-DROP-AUTH           PIC X(01).
022400     02  ATR-GRADE-AUTH          PIC X(01).
022500     02  ATR-WRITEOFF-AUTH       PIC X(01).
022600     02  ATR-PASSWORD-DATE       PIC 9(08).
022700     02  FILLER REDEFINES ATR-PASSWORD-DATE.
022800         03  ATR-PW-CCYY         PIC 9(04).
022900         03  ATR-PW-MM           PIC 9(02).
023000         03  ATR-PW-DD           PIC 9(02).
023100     02  ATR-MAX-AGE             PIC 9(02).
023200
023300 01  DEALER-TABLE-RECORD.
023400     02  DLR-ID                  PIC X(05).
023500     02  DLR-NAME                PIC X(25).
023600     02  DLR-REGION              PIC X(10).
023700     02  DLR-CREDIT-LIMIT        PIC X(07).
023800     02  FILLER                  PIC X(03).
023900
024000* ************************************************************** *
024100* THE PERMANENT SECURITY LOG (DDNAME SECLOG), ONE RECORD PER     *
024200* AUTHORIZATION ATTEMPT, LISTED DAILY BY SECLREPT.               *
024300* ************************************************************** *
024400 01  SECURITY-LOG-FILE           COPY VSAMIOFB.
024500 01  SECURITY-LOG-RECORD.
024600     02  SLR-KEY.
024700         03  SLR-DATE            PIC 9(08).
024800         03  SLR-TIME            PIC 9(08).
024900         03  SLR-OPERATOR-ID     PIC X(08).
025000     02  SLR-PROGRAM             PIC X(08).
025100     02  SLR-OUTCOME             PIC X(01).
025200     02  SLR-REASON              PIC X(30).
025300     02  FILLER                  PIC X(17).
025400
025500 01  HEADING-LINE-1.
025600     02  FILLER                  PIC X(44)   VALUE
025700         'PIAPPR - COUNT ADJUSTMENT APPROVAL REGISTER '.
025800     02  FILLER                  PIC X(11)   VALUE '- APPROVER '.
025900     02  HL1-APPROVER            PIC X(08).
026000     02  FILLER                  PIC X(08)   VALUE '  DEALER'.
026100     02  FILLER                  PIC X(01)   VALUE SPACES.
026200     02  HL1-DEALER-ID           PIC X(05).
026300     02  FILLER                  PIC X(13)   VALUE
026400         '  GENERATION '.
026500     02  HL1-GENERATION          PIC X(06).
026600     02  FILLER                  PIC X(36)   VALUE SPACES.
026700
026800 01  HEADING-LINE-2.
026900     02  FILLER                  PIC X(13)   VALUE
027000         'PROPOSAL  TYP'.
027100     02  FILLER                  PIC X(18)   VALUE '  MAKE'.
027200     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
027300     02  FILLER                  PIC X(10)   VALUE 'QUANTITY'.
027400     02  FILLER                  PIC X(19)   VALUE 'VIN'.
027500     02  FILLER                  PIC X(06)   VALUE 'LOT'.
027600     02  FILLER                  PIC X(44)   VALUE 'DISPOSITION'.
027700
027800 01  REGISTER-LINE.
027900     02  RL-PROPOSAL-NO          PIC ZZZZ9.
028000     02  FILLER                  PIC X(05)   VALUE SPACES.
028100     02  RL-TYPE                 PIC X(01).
028200     02  FILLER                  PIC X(04)   VALUE SPACES.
028300     02  RL-CAR-MAKE             PIC X(16).
028400     02  FILLER                  PIC X(02)   VALUE SPACES.
028500     02  RL-CAR-MODEL            PIC X(20).
028600     02  FILLER                  PIC X(02)   VALUE SPACES.
028700     02  RL-SIGN                 PIC X(01).
028800     02  RL-QUANTITY             PIC ZZZZ9.
028900     02  FILLER                  PIC X(04)   VALUE SPACES.
029000     02  RL-VIN                  PIC X(17).
029100     02  FILLER                  PIC X(02)   VALUE SPACES.
029200     02  RL-LOT-ID               PIC X(04).
029300     02  FILLER                  PIC X(02)   VALUE SPACES.
029400     02  RL-DISPOSITION          PIC X(30).
029500     02  FILLER                  PIC X(12)   VALUE SPACES.
029600
029700 01  TOTAL-LINE.
029800     02  FILLER                  PIC X(13)   VALUE
029900         'PROPOSALS:   '.
030000     02  TL-PROPOSALS            PIC ZZZZ9.
030100     02  FILLER                  PIC X(12)   VALUE '  APPROVED: '.
030200     02  TL-APPROVED             PIC ZZZZ9.
030300     02  FILLER                  PIC X(12)   VALUE '  REJECTED: '.
030400     02  TL-REJECTED             PIC ZZZZ9.
030500     02  FILLER                  PIC X(13)   VALUE
030600         '  UNDECIDED: '.
030700     02  TL-UNDECIDED            PIC ZZZZ9.
030800     02  FILLER                  PIC X(14)   VALUE
030900         '  QTY HASH:   '.
031000     02  TL-QTY-HASH             PIC ZZZ,ZZZ,ZZ9.
031100     02  FILLER                  PIC X(37)   VALUE SPACES.
031200
031300 PROCEDURE DIVISION.
031400
031500 000-INITIATE.
031600
031700     DISPLAY 'PIAPPR: APPROVE PHYSICAL COUNT ADJUSTMENTS'.
031800     DISPLAY '------------------------------------------'.
031900     DISPLAY ' '.
032000
032100     OPEN INPUT CONTROL-CARD-FILE.
032200     MOVE SPACES TO CONTROL-CARD-RECORD.
032300     READ CONTROL-CARD-FILE
032400         AT END CONTINUE
032500     END-READ.
032600     CLOSE CONTROL-CARD-FILE.
032700
032800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
032900     ACCEPT WS-RUN-TIME FROM TIME.
033000     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
033100     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
033200     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
033300     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
033400     MOVE WS-RUN-MM TO WS-TODAY-MM.
033500     MOVE WS-RUN-DD TO WS-TODAY-DD.
033600
033700     IF ACC-GENERATION EQUAL SPACES
033800         MOVE WS-RUN-MM TO WS-DEFAULT-MM
033900         MOVE WS-RUN-DD TO WS-DEFAULT-DD
034000         MOVE WS-DEFAULT-GENERATION TO ACC-GENERATION.
034100*    END-IF.
034200
034300     PERFORM 030-CHECK-APPROVER THRU 039-EXIT.
034400     PERFORM 040-CHECK-DEALER THRU 049-EXIT.
034500
034600     OPEN INPUT DECISION-CARD-FILE.
034700     PERFORM 110-LOAD-ONE-DECISION
034800        THRU 119-EXIT
034900       UNTIL END-OF-FILE.
035000*    END-PERFORM.
035100     CLOSE DECISION-CARD-FILE.
035200
035300     OPEN INPUT PROPOSAL-FILE.
035400     OPEN OUTPUT FEED-FILE.
035500     OPEN OUTPUT REPORT-FILE.
035600     MOVE ACC-OPERATOR-ID TO HL1-APPROVER.
035700     MOVE ACC-DEALER-ID TO HL1-DEALER-ID.
035800     MOVE ACC-GENERATION TO HL1-GENERATION.
035900     WRITE REPORT-LINE FROM HEADING-LINE-1.
036000     WRITE REPORT-LINE FROM HEADING-LINE-2.
036100
036200     MOVE SPACES TO FEED-HEADER-RECORD.
036300     MOVE 'HEADER  ' TO FHR-LITERAL.
036400     MOVE WS-TODAY-CCYYMMDD TO FHR-DATE.
036500     MOVE ACC-GENERATION TO FHR-GENERATION.
036600     WRITE FEED-HEADER-RECORD.
036700
036800 010-PROCESS.
036900
037000     PERFORM 200-DECIDE-ONE-PROPOSAL
037100        THRU 209-EXIT
037200       UNTIL PROPOSAL-EOF.
037300*    END-PERFORM.
037400
037500     PERFORM 300-LIST-UNMATCHED-CARD
037600        THRU 309-EXIT
037700     VARYING DTB-IDX FROM 1 BY 1
037800       UNTIL DTB-IDX GREATER THAN DTB-COUNT.
037900*    END-PERFORM.
038000
038100 020-TERMINATE.
038200
038300     MOVE SPACES TO FEED-TRAILER-RECORD.
038400     MOVE 'TRAILER ' TO FTR-LITERAL.
038500     MOVE APPROVED-COUNTER TO FTR-RECORD-COUNT.
038600     MOVE WS-QTY-HASH TO FTR-QTY-HASH.
038700     WRITE FEED-TRAILER-RECORD.
038800
038900     MOVE PROPOSAL-COUNTER TO TL-PROPOSALS.
039000     MOVE APPROVED-COUNTER TO TL-APPROVED.
039100     MOVE REJECTED-COUNTER TO TL-REJECTED.
039200     MOVE UNDECIDED-COUNTER TO TL-UNDECIDED.
039300     MOVE WS-QTY-HASH TO TL-QTY-HASH.
039400     WRITE REPORT-LINE FROM TOTAL-LINE.
039500
039600     CLOSE PROPOSAL-FILE.
039700     CLOSE FEED-FILE.
039800     CLOSE REPORT-FILE.
039900
040000     IF UNDECIDED-COUNTER GREATER THAN ZERO
040100     OR BAD-CARD-COUNTER GREATER THAN ZERO
040200         MOVE +4 TO RETURN-CODE.
040300*    END-IF.
040400
040500     DISPLAY 'PIAPPR: GENERATION:    ' ACC-GENERATION.
040600     DISPLAY 'PIAPPR: CARDS READ:    ' CARD-COUNTER.
040700     DISPLAY 'PIAPPR: CARDS IN ERROR:' BAD-CARD-COUNTER.
040800     DISPLAY 'PIAPPR: PROPOSALS:     ' PROPOSAL-COUNTER.
040900     DISPLAY 'PIAPPR: APPROVED:      ' APPROVED-COUNTER.
041000     DISPLAY 'PIAPPR: REJECTED:      ' REJECTED-COUNTER.
041100     DISPLAY 'PIAPPR: UNDECIDED:     ' UNDECIDED-COUNTER.
041200     STOP RUN.
041300
041400* ************************************************************** *
041500* VALIDATES THE APPROVER AGAINST AUTHTBL THE SAME WAY ADJAPPR    *
041600* DOES, LOGGING THE OUTCOME TO SECLOG.  A REFUSED APPROVER STOPS *
041700* THE RUN BEFORE ANY CARD IS READ OR ANY FEED WRITTEN.           *
041800* ************************************************************** *
041900 030-CHECK-APPROVER.
042000
042100     IF ACC-OPERATOR-ID EQUAL SPACES
042200         MOVE 'NO OPERATOR ID ON SYSIN CARD' TO WS-REFUSE-REASON
042300         GO TO 038-REFUSE.
042400*    END-IF.
042500
042600     MOVE 'AUTHTBL' TO VSIO-DDNAME OF AUTH-TABLE-FILE.
042700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AUTH-TABLE-FILE.
042800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF AUTH-TABLE-FILE.
042900     MOVE VSIO-INPUT TO VSIO-MODE OF AUTH-TABLE-FILE.
043000     MOVE +50 TO VSIO-RECORD-LENGTH OF AUTH-TABLE-FILE.
043100     MOVE +0 TO VSIO-KEY-POSITION OF AUTH-TABLE-FILE.
043200     MOVE +8 TO VSIO-KEY-LENGTH OF AUTH-TABLE-FILE.
043300     MOVE VSIO-OPEN TO VSIO-COMMAND.
043400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043500                         AUTH-TABLE-FILE,
043600                         AUTH-TABLE-RECORD.
043700*    END-CALL.
043800     IF NOT VSIO-SUCCESS
043900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044000         MOVE 'AUTH TABLE UNAVAILABLE' TO WS-REFUSE-REASON
044100         GO TO 038-REFUSE.
044200*    END-IF.
044300
044400     MOVE SPACES TO AUTH-TABLE-RECORD.
044500     MOVE ACC-OPERATOR-ID TO ATR-OPERATOR-ID.
044600     MOVE VSIO-READ TO VSIO-COMMAND.
044700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044800                         AUTH-TABLE-FILE,
044900                         AUTH-TABLE-RECORD.
045000*    END-CALL.
045100     IF NOT VSIO-SUCCESS
045200         MOVE 'OPERATOR NOT ON AUTH TABLE' TO WS-REFUSE-REASON
045300         PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
045400         GO TO 038-REFUSE.
045500*    END-IF.
045600
045700     IF ATR-PASSWORD NOT EQUAL ACC-PASSWORD
045800         MOVE 'INVALID PASSWORD OF THE DAY' TO WS-REFUSE-REASON
045900         PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
046000         GO TO 038-REFUSE.
046100*    END-IF.
046200
046300* A PASSWORD OLDER THAN THE OPERATOR'S MAX-AGE (DAYS, ON THE
046400* 30/360 CONVENTION THE AGING REPORTS USE) HAS EXPIRED AND
046500* MUST BE RESET THROUGH AUTHMNT.  MAX-AGE ZERO MEANS NO AGING.
046600     IF ATR-MAX-AGE NUMERIC
046700     AND ATR-MAX-AGE GREATER THAN ZERO
046800     AND ATR-PASSWORD-DATE NUMERIC
046900     AND ATR-PASSWORD-DATE GREATER THAN ZERO
047000         COMPUTE WS-PASSWORD-AGE =
047100             ((WS-TODAY-CCYY - ATR-PW-CCYY) * 360)
047200             + ((WS-TODAY-MM - ATR-PW-MM) * 30)
047300             + (WS-TODAY-DD - ATR-PW-DD)
047400         IF WS-PASSWORD-AGE GREATER THAN ATR-MAX-AGE
047500             MOVE 'PASSWORD EXPIRED - SEE AUTHMNT'
047600                 TO WS-REFUSE-REASON
047700             PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
047800             GO TO 038-REFUSE
047900         END-IF.
048000*    END-IF.
048100
048200     IF ATR-WRITEOFF-AUTH NOT EQUAL 'Y'
048300         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
048400         PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT
048500         GO TO 038-REFUSE.
048600*    END-IF.
048700
048800     MOVE ACC-OPERATOR-ID TO VSIO-OPERATOR-ID.
048900     PERFORM 037-CLOSE-AUTH-TABLE THRU 037-EXIT.
049000     MOVE 'S' TO SLR-OUTCOME.
049100     MOVE 'AUTHORIZED' TO SLR-REASON.
049200     PERFORM 036-WRITE-SECURITY-LOG THRU 036-EXIT.
049300     GO TO 039-EXIT.
049400
049500* ************************************************************** *
049600* WRITES ONE ATTEMPT TO THE PERMANENT SECLOG CLUSTER, KEYED      *
049700* DATE + TIME + OPERATOR.  A SAME-SECOND DUPLICATE KEY BUMPS     *
049800* THE TIME BY ONE AND TRIES ONCE MORE; THE LOG IS NEVER A        *
049900* REASON TO STOP THE RUN.                                        *
050000* ************************************************************** *
050100 036-WRITE-SECURITY-LOG.
050200
050300     MOVE 'SECLOG' TO VSIO-DDNAME OF SECURITY-LOG-FILE.
050400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION
050500         OF SECURITY-LOG-FILE.
050600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECURITY-LOG-FILE.
050700     MOVE VSIO-I-O TO VSIO-MODE OF SECURITY-LOG-FILE.
050800     MOVE +80 TO VSIO-RECORD-LENGTH OF SECURITY-LOG-FILE.
050900     MOVE +0 TO VSIO-KEY-POSITION OF SECURITY-LOG-FILE.
051000     MOVE +24 TO VSIO-KEY-LENGTH OF SECURITY-LOG-FILE.
051100     MOVE VSIO-OPEN TO VSIO-COMMAND.
051200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051300                         SECURITY-LOG-FILE,
051400                         SECURITY-LOG-RECORD.
051500*    END-CALL.
051600     IF NOT VSIO-SUCCESS
051700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051800         GO TO 036-EXIT.
051900*    END-IF.
052000
052100     MOVE WS-TODAY-CCYYMMDD TO SLR-DATE.
052200     MOVE WS-RUN-TIME TO SLR-TIME.
052300     MOVE ACC-OPERATOR-ID TO SLR-OPERATOR-ID.
052400     MOVE 'PIAPPR' TO SLR-PROGRAM.
052500     MOVE VSIO-WRITE TO VSIO-COMMAND.
052600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052700                         SECURITY-LOG-FILE,
052800                         SECURITY-LOG-RECORD.
052900*    END-CALL.
053000     IF VSIO-RECORD-NOT-FOUND
053100         MOVE +0 TO VSIO-RETURN-CODE
053200         ADD 1 TO SLR-TIME
053300         MOVE VSIO-WRITE TO VSIO-COMMAND
053400         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053500                             SECURITY-LOG-FILE,
053600                             SECURITY-LOG-RECORD.
053700*    END-IF.
053800     IF NOT VSIO-SUCCESS
053900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054000         MOVE +0 TO VSIO-RETURN-CODE.
054100*    END-IF.
054200
054300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
054400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054500                         SECURITY-LOG-FILE,
054600                         SECURITY-LOG-RECORD.
054700*    END-CALL.
054800
054900 036-EXIT.
055000     EXIT.
055100
055200 037-CLOSE-AUTH-TABLE.
055300
055400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
055500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055600                         AUTH-TABLE-FILE,
055700                         AUTH-TABLE-RECORD.
055800*    END-CALL.
055900
056000 037-EXIT.
056100     EXIT.
056200
056300 038-REFUSE.
056400
056500     MOVE 'F' TO SLR-OUTCOME.
056600     MOVE WS-REFUSE-REASON TO SLR-REASON.
056700     PERFORM 036-WRITE-SECURITY-LOG THRU 036-EXIT.
056800
056900     DISPLAY 'PIAPPR: APPROVER ' ACC-OPERATOR-ID ' REFUSED - '
057000             WS-REFUSE-REASON.
057100     MOVE +8 TO RETURN-CODE.
057200     STOP RUN.
057300
057400 039-EXIT.
057500     EXIT.
057600
057700* ************************************************************** *
057800* THE DEALER ID CARRIED ON THE ADJUSTMENTS MUST BE ON DLRTBL, OR *
057900* CAREDIT WOULD REJECT EVERY RECORD IN THE FEED.                 *
058000* ************************************************************** *
058100 040-CHECK-DEALER.
058200
058300     IF ACC-DEALER-ID EQUAL SPACES
058400         DISPLAY 'PIAPPR: NO DEALER ID ON SYSIN CARD'
058500         MOVE +8 TO RETURN-CODE
058600         STOP RUN.
058700*    END-IF.
058800
058900     MOVE 'DLRTBL' TO VSIO-DDNAME OF DEALER-TABLE-FILE.
059000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-TABLE-FILE.
059100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-TABLE-FILE.
059200     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-TABLE-FILE.
059300     MOVE +50 TO VSIO-RECORD-LENGTH OF DEALER-TABLE-FILE.
059400     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-TABLE-FILE.
059500     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-TABLE-FILE.
059600     MOVE VSIO-OPEN TO VSIO-COMMAND.
059700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059800                         DEALER-TABLE-FILE,
059900                         DEALER-TABLE-RECORD.
060000*    END-CALL.
060100     IF NOT VSIO-SUCCESS
060200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
060300         MOVE +8 TO RETURN-CODE
060400         STOP RUN.
060500*    END-IF.
060600
060700     MOVE SPACES TO DEALER-TABLE-RECORD.
060800     MOVE ACC-DEALER-ID TO DLR-ID.
060900     MOVE VSIO-READ TO VSIO-COMMAND.
061000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061100                         DEALER-TABLE-FILE,
061200                         DEALER-TABLE-RECORD.
061300*    END-CALL.
061400     IF NOT VSIO-SUCCESS
061500         IF VSIO-RECORD-NOT-FOUND
061600             DISPLAY 'PIAPPR: DEALER ' ACC-DEALER-ID
061700                 ' NOT ON DLRTBL'
061800         ELSE
061900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
062000         END-IF
062100         MOVE +8 TO RETURN-CODE
062200         STOP RUN.
062300*    END-IF.
062400
062500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
062600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062700                         DEALER-TABLE-FILE,
062800                         DEALER-TABLE-RECORD.
062900*    END-CALL.
063000
063100 049-EXIT.
063200     EXIT.
063300
063400* ************************************************************** *
063500* LOADS ONE DECISION CARD INTO THE DECISION TABLE.  A CARD THAT  *
063600* IS NEITHER '*ALL*' NOR AN 'A'/'R' WITH A PROPOSAL NUMBER IS    *
063700* DISPLAYED AND IGNORED.                                         *
063800* ************************************************************** *
063900 110-LOAD-ONE-DECISION.
064000
064100     READ DECISION-CARD-FILE
064200         AT END
064300             MOVE 'Y' TO END-OF-FILE-SWITCH
064400             GO TO 119-EXIT.
064500*    END-READ.
064600
064700     ADD +1 TO CARD-COUNTER.
064800     IF DAV-APPROVE-ALL
064900         MOVE 'Y' TO APPROVE-ALL-SWITCH
065000         GO TO 119-EXIT.
065100*    END-IF.
065200
065300     IF NOT (DC-APPROVE OR DC-REJECT)
065400     OR DC-PROPOSAL-NO NOT NUMERIC
065500         DISPLAY 'PIAPPR: INVALID DECISION CARD: '
065600             DECISION-CARD-RECORD
065700         ADD +1 TO BAD-CARD-COUNTER
065800         GO TO 119-EXIT.
065900*    END-IF.
066000
066100     MOVE 'N' TO WS-FOUND-SW.
066200     MOVE 1 TO DTB-IDX.
066300     PERFORM 115-SEARCH-DECISION THRU 115-EXIT
066400       UNTIL WS-FOUND
066500          OR DTB-IDX GREATER THAN DTB-COUNT.
066600*    END-PERFORM.
066700
066800     IF NOT WS-FOUND
066900         IF DTB-COUNT NOT LESS THAN DTB-MAX
067000             DISPLAY 'PIAPPR: DECISION TABLE FULL, CARD DROPPED: '
067100                 DECISION-CARD-RECORD
067200             ADD +1 TO BAD-CARD-COUNTER
067300             GO TO 119-EXIT
067400         ELSE
067500             ADD 1 TO DTB-COUNT
067600             MOVE DTB-COUNT TO DTB-IDX
067700             MOVE DC-PROPOSAL-NO TO DTB-PROPOSAL-NO (DTB-IDX)
067800             MOVE 'N' TO DTB-USED-SW (DTB-IDX).
067900*        END-IF
068000*    END-IF.
068100     MOVE DC-ACTION TO DTB-ACTION (DTB-IDX).
068200
068300 119-EXIT.
068400     EXIT.
068500
068600 115-SEARCH-DECISION.
068700
068800     IF DTB-PROPOSAL-NO (DTB-IDX) EQUAL DC-PROPOSAL-NO
068900         MOVE 'Y' TO WS-FOUND-SW
069000     ELSE
069100         ADD 1 TO DTB-IDX.
069200*    END-IF.
069300
069400 115-EXIT.
069500     EXIT.
069600
069700* ************************************************************** *
069800* DECIDES ONE PROPOSAL.  AN APPROVED ONE IS WRITTEN TO THE FEED  *
069900* AS AN 'A' ADJUSTMENT CARRYING ITS SIGN, QUANTITY, VIN AND LOT; *
070000* EVERY PROPOSAL IS LISTED ON THE REGISTER WITH ITS OUTCOME.     *
070100* ************************************************************** *
070200 200-DECIDE-ONE-PROPOSAL.
070300
070400     READ PROPOSAL-FILE
070500         AT END
070600             MOVE 'Y' TO PROPOSAL-EOF-SWITCH
070700             GO TO 209-EXIT.
070800*    END-READ.
070900
071000     ADD +1 TO PROPOSAL-COUNTER.
071100     MOVE PP-PROPOSAL-NO TO RL-PROPOSAL-NO.
071200     MOVE PP-TYPE TO RL-TYPE.
071300     MOVE PP-CAR-MAKE TO RL-CAR-MAKE.
071400     MOVE PP-CAR-MODEL TO RL-CAR-MODEL.
071500     MOVE PP-QUANTITY-SIGN TO RL-SIGN.
071600     MOVE PP-QUANTITY TO RL-QUANTITY.
071700     MOVE PP-VIN TO RL-VIN.
071800     MOVE PP-LOT-ID TO RL-LOT-ID.
071900
072000     MOVE 'N' TO WS-FOUND-SW.
072100     MOVE 1 TO DTB-IDX.
072200     PERFORM 205-SEARCH-PROPOSAL THRU 205-EXIT
072300       UNTIL WS-FOUND
072400          OR DTB-IDX GREATER THAN DTB-COUNT.
072500*    END-PERFORM.
072600
072700     IF WS-FOUND
072800         MOVE 'Y' TO DTB-USED-SW (DTB-IDX)
072900         IF DTB-ACTION (DTB-IDX) EQUAL 'R'
073000             ADD +1 TO REJECTED-COUNTER
073100             MOVE 'REJECTED - NOT POSTED' TO RL-DISPOSITION
073200             WRITE REPORT-LINE FROM REGISTER-LINE
073300             GO TO 209-EXIT
073400         END-IF
073500     ELSE
073600         IF NOT APPROVE-ALL
073700             ADD +1 TO UNDECIDED-COUNTER
073800             MOVE 'UNDECIDED - NOT POSTED' TO RL-DISPOSITION
073900             WRITE REPORT-LINE FROM REGISTER-LINE
074000             GO TO 209-EXIT.
074100*        END-IF
074200*    END-IF.
074300
074400     MOVE SPACES TO TRANSACTION-RECORD.
074500     MOVE PP-CAR-MAKE TO TR-CAR-MAKE.
074600     MOVE PP-CAR-MODEL TO TR-CAR-MODEL.
074700     MOVE PP-FY-PROD TO TR-FY-PROD.
074800     MOVE 'A' TO TR-TRAN-CODE.
074900     MOVE PP-QUANTITY-SIGN TO TR-QUANTITY-SIGN.
075000     MOVE PP-QUANTITY TO TR-QUANTITY.
075100     MOVE ACC-DEALER-ID TO TR-DEALER-ID.
075200     MOVE PP-VIN TO TR-VIN.
075300     MOVE PP-LOT-ID TO TR-LOT-ID.
075400     WRITE TRANSACTION-RECORD.
075500     ADD PP-QUANTITY TO WS-QTY-HASH.
075600
075700     ADD +1 TO APPROVED-COUNTER.
075800     MOVE 'APPROVED - IN FEED' TO RL-DISPOSITION.
075900     WRITE REPORT-LINE FROM REGISTER-LINE.
076000
076100 209-EXIT.
076200     EXIT.
076300
076400 205-SEARCH-PROPOSAL.
076500
076600     IF DTB-PROPOSAL-NO (DTB-IDX) EQUAL PP-PROPOSAL-NO
076700         MOVE 'Y' TO WS-FOUND-SW
076800     ELSE
076900         ADD 1 TO DTB-IDX.
077000*    END-IF.
077100
077200 205-EXIT.
077300     EXIT.
077400
077500* ************************************************************** *
077600* A DECISION CARD NAMING A PROPOSAL PICOUNT NEVER WROTE IS       *
077700* LISTED SO THE APPROVER CAN SEE IT WAS MISPUNCHED.              *
077800* ************************************************************** *
077900 300-LIST-UNMATCHED-CARD.
078000
078100     IF DTB-USED-SW (DTB-IDX) EQUAL 'Y'
078200         GO TO 309-EXIT.
078300*    END-IF.
078400
078500     ADD +1 TO BAD-CARD-COUNTER.
078600     MOVE SPACES TO REGISTER-LINE.
078700     MOVE DTB-PROPOSAL-NO (DTB-IDX) TO RL-PROPOSAL-NO.
078800     MOVE DTB-ACTION (DTB-IDX) TO RL-TYPE.
078900     MOVE ZERO TO RL-QUANTITY.
079000     MOVE 'NO SUCH PROPOSAL - CARD IGNORED' TO RL-DISPOSITION.
079100     WRITE REPORT-LINE FROM REGISTER-LINE.
079200
079300 309-EXIT.
079400     EXIT.
079500
079600* ************************************************************** *
079700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
079800* OTHER THAN SUCCESS.                                            *
079900* ************************************************************** *
080000 500-DISPLAY-UNKNOWN-ERROR.
080100
080200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
080300     EXHIBIT NAMED VSIO-RETURN-CODE.
080400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
080500                   VSIO-VSAM-FUNCTION-CODE,
080600                   VSIO-VSAM-FEEDBACK-CODE.
080700
080800 509-EXIT.
080900     EXIT.
