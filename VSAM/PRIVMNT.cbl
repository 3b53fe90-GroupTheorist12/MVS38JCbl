000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIVMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE DIRECTORY-INFORMATION PRIVACY BLOCK       *
000900* CLUSTER (DDNAME PRIVTBL), KEYED BY STUDENT-ID.  A STUDENT     *
001000* WHO FILES A SIGNED REQUEST THAT NOTHING BE RELEASED ABOUT     *
001100* THEM IS BLOCKED HERE; A RECORD ON FILE MEANS THE BLOCK IS IN  *
001200* FORCE.  STUSRCH, STUSELEC, ENRLVRFY, STUDLOAD AND GRADCONF    *
001300* READ PRIVTBL BEFORE RELEASING NAME OR ADDRESS, AND EITHER     *
001400* SUPPRESS THE STUDENT OR PRINT A RELEASE BLOCKED NOTICE.       *
001500*                                                                 *
001600* DRIVEN BY ACTION CARDS ON UT-S-PRVCARD:                       *
001700*   COL  1     ACTION  'B' BLOCK, 'R' RELEASE (BLOCK WITHDRAWN) *
001800*   COL  2-8   STUDENT ID                                       *
001900*   COL  9-16  DATE THE STUDENT SIGNED THE REQUEST (CCYYMMDD)   *
002000*   COL 17-24  OPERATOR ID                                      *
002100* A BLOCK CARD MUST NAME A STUDENT ON STUDENT-MASTER-FILE.      *
002200* OPERATOR ID IS CARRIED TO THE VSAMIO AUDIT TRAIL.             *
002300*                                                                 *
002400* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE DATED         *
002500* PRIVACY BLOCK REGISTER (SYSPRINT) WITH ITS DISPOSITION, AND   *
002600* THE REGISTER IS FILED WITH THE SIGNED REQUESTS.               *
002700*                                                                 *
002800* MODIFICATION HISTORY.                                          *
002900*   DATE       INIT  DESCRIPTION                                 *
003000*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
003100* ************************************************************* *
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     SELECT ACTION-CARD-FILE
004200         ASSIGN TO UT-S-PRVCARD.
004300
004400     SELECT REPORT-FILE
004500         ASSIGN TO UR-1403-S-SYSPRINT.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACTION-CARD-FILE
005000     LABEL RECORDS ARE OMITTED
005100     RECORD CONTAINS 80 CHARACTERS
005200     BLOCK CONTAINS 0 RECORDS
005300     DATA RECORD IS ACTION-CARD-RECORD.
005400 01  ACTION-CARD-RECORD.
005500     02  AC-ACTION               PIC X(01).
005600         88  AC-BLOCK                    VALUE 'B'.
005700         88  AC-RELEASE                  VALUE 'R'.
005800     02  AC-STUDENT-ID           PIC X(07).
005900     02  AC-REQUEST-DATE         PIC X(08).
006000     02  FILLER REDEFINES AC-REQUEST-DATE.
006100         03  AC-REQUEST-DATE-N   PIC 9(08).
006200     02  AC-OPERATOR-ID          PIC X(08).
006300     02  FILLER                  PIC X(56).
006400
006500 FD  REPORT-FILE
006600     LABEL RECORDS ARE OMITTED
006700     RECORD CONTAINS 132 CHARACTERS
006800     BLOCK CONTAINS 0 RECORDS
006900     DATA RECORD IS REPORT-LINE.
007000 01  REPORT-LINE                 PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007400     88  END-OF-FILE                         VALUE 'Y'.
007500
007600 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
007700 77  BLOCKED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007800 77  RELEASED-COUNTER            PIC S9(8) COMP VALUE ZERO.
007900 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008000
008100 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
008200 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
008300     02  WS-RUN-YY               PIC 9(02).
008400     02  WS-RUN-MM               PIC 9(02).
008500     02  WS-RUN-DD               PIC 9(02).
008600
008700 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
008800 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
008900     02  WS-TODAY-CCYY           PIC 9(04).
009000     02  WS-TODAY-MM             PIC 9(02).
009100     02  WS-TODAY-DD             PIC 9(02).
009200
009300 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
009400 01  DATECHK-PARAMETER-VALUES    COPY DATECHK.
009500
009600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009700 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
009800 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
009900 01  STUDENT-RECORD-AREA         PIC X(83).
010000 01  STUDENT-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
010100     02  SIR-STUDENT-ID          PIC X(07).
010200     02  SIR-KEY-ID              PIC 9(03).
010300     02  SIR-NAME                PIC X(22).
010400     02  FILLER                  PIC X(51).
010500
010600* ************************************************************** *
010700* ONE RECORD PER BLOCKED STUDENT (DDNAME PRIVTBL, 40 BYTES,      *
010800* KEY STUDENT-ID).                                               *
010900* ************************************************************** *
011000 01  PRIVACY-BLOCK-RECORD.
011100     02  PRV-STUDENT-ID          PIC X(07).
011200     02  PRV-REQUEST-DATE        PIC 9(08).
011300     02  PRV-ENTERED-DATE        PIC 9(08).
011400     02  PRV-OPERATOR-ID         PIC X(08).
011500     02  FILLER                  PIC X(09).
011600
011700 01  HEADING-LINE-1.
011800     02  FILLER                  PIC X(45)   VALUE
011900         'PRIVMNT - DIRECTORY INFORMATION PRIVACY BLOCK'.
012000     02  FILLER                  PIC X(20)   VALUE
012100         ' REGISTER   RUN DATE'.
012200     02  FILLER                  PIC X(01)   VALUE SPACES.
012300     02  HL1-RUN-MM              PIC 9(02).
012400     02  FILLER                  PIC X(01)   VALUE '/'.
012500     02  HL1-RUN-DD              PIC 9(02).
012600     02  FILLER                  PIC X(01)   VALUE '/'.
012700     02  HL1-RUN-CCYY            PIC 9(04).
012800     02  FILLER                  PIC X(56)   VALUE SPACES.
012900
013000 01  HEADING-LINE-2.
013100     02  FILLER                  PIC X(45)   VALUE
013200         'A  STUDENT  NAME                    REQUESTED'.
013300     02  FILLER                  PIC X(23)   VALUE
013400         '  OPERATOR  DISPOSITION'.
013500     02  FILLER                  PIC X(64)   VALUE SPACES.
013600
013700 01  REGISTER-LINE.
013800     02  RL-ACTION               PIC X(01).
013900     02  FILLER                  PIC X(02)   VALUE SPACES.
014000     02  RL-STUDENT-ID           PIC X(07).
014100     02  FILLER                  PIC X(02)   VALUE SPACES.
014200     02  RL-NAME                 PIC X(22).
014300     02  FILLER                  PIC X(02)   VALUE SPACES.
014400     02  RL-REQUEST-DATE         PIC X(08).
014500     02  FILLER                  PIC X(03)   VALUE SPACES.
014600     02  RL-OPERATOR-ID          PIC X(08).
014700     02  FILLER                  PIC X(02)   VALUE SPACES.
014800     02  RL-DISPOSITION          PIC X(30).
014900     02  FILLER                  PIC X(45)   VALUE SPACES.
015000
015100 01  TOTAL-LINE.
015200     02  FILLER                  PIC X(17)   VALUE
015300         'BLOCKS RECORDED: '.
015400     02  TL-BLOCKED              PIC ZZZZ9.
015500     02  FILLER                  PIC X(20)   VALUE
015600         '   BLOCKS RELEASED: '.
015700     02  TL-RELEASED             PIC ZZZZ9.
015800     02  FILLER                  PIC X(20)   VALUE
015900         '   CARDS REJECTED:  '.
016000     02  TL-REJECTED             PIC ZZZZ9.
016100     02  FILLER                  PIC X(60)   VALUE SPACES.
016200
016300 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
016400
016500 PROCEDURE DIVISION.
016600
016700 000-INITIATE.
016800
016900     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
017000     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
017100     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
017200     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
017300     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
017400     MOVE WS-RUN-MM TO WS-TODAY-MM.
017500     MOVE WS-RUN-DD TO WS-TODAY-DD.
017600
017700     OPEN INPUT ACTION-CARD-FILE.
017800     OPEN OUTPUT REPORT-FILE.
017900     MOVE WS-TODAY-MM TO HL1-RUN-MM.
018000     MOVE WS-TODAY-DD TO HL1-RUN-DD.
018100     MOVE WS-TODAY-CCYY TO HL1-RUN-CCYY.
018200     WRITE REPORT-LINE FROM HEADING-LINE-1.
018300     WRITE REPORT-LINE FROM BLANK-LINE.
018400     WRITE REPORT-LINE FROM HEADING-LINE-2.
018500
018600     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
018700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
018800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
018900     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
019000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
019100     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
019200     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
019300     MOVE VSIO-OPEN TO VSIO-COMMAND.
019400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019500                         STUDENT-MASTER-FILE,
019600                         STUDENT-RECORD-AREA.
019700*    END-CALL.
019800     IF NOT VSIO-SUCCESS
019900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020000         STOP RUN.
020100*    END-IF.
020200
020300     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
020400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
020500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
020600     MOVE VSIO-I-O TO VSIO-MODE OF PRIVACY-TABLE-FILE.
020700     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
020800     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
020900     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
021000     MOVE VSIO-OPEN TO VSIO-COMMAND.
021100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021200                         PRIVACY-TABLE-FILE,
021300                         PRIVACY-BLOCK-RECORD.
021400*    END-CALL.
021500     IF NOT VSIO-SUCCESS
021600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021700         STOP RUN.
021800*    END-IF.
021900
022000 010-PROCESS.
022100
022200     PERFORM 110-APPLY-ONE-CARD
022300        THRU 119-EXIT
022400       UNTIL END-OF-FILE.
022500*    END-PERFORM.
022600
022700 020-TERMINATE.
022800
022900     WRITE REPORT-LINE FROM BLANK-LINE.
023000     MOVE BLOCKED-COUNTER TO TL-BLOCKED.
023100     MOVE RELEASED-COUNTER TO TL-RELEASED.
023200     MOVE REJECT-COUNTER TO TL-REJECTED.
023300     WRITE REPORT-LINE FROM TOTAL-LINE.
023400
023500     MOVE SPACES TO VSIO-OPERATOR-ID.
023600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
023700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023800                         PRIVACY-TABLE-FILE,
023900                         PRIVACY-BLOCK-RECORD.
024000*    END-CALL.
024100     IF NOT VSIO-SUCCESS
024200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
024300*    END-IF.
024400
024500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
024600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024700                         STUDENT-MASTER-FILE,
024800                         STUDENT-RECORD-AREA.
024900*    END-CALL.
025000     IF NOT VSIO-SUCCESS
025100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
025200*    END-IF.
025300
025400     CLOSE ACTION-CARD-FILE.
025500     CLOSE REPORT-FILE.
025600
025700     DISPLAY 'PRIVMNT: CARDS READ:      ' CARD-COUNTER.
025800     DISPLAY 'PRIVMNT: BLOCKS RECORDED: ' BLOCKED-COUNTER.
025900     DISPLAY 'PRIVMNT: BLOCKS RELEASED: ' RELEASED-COUNTER.
026000     DISPLAY 'PRIVMNT: REJECTED:        ' REJECT-COUNTER.
026100     IF REJECT-COUNTER GREATER THAN ZERO
026200         MOVE +4 TO RETURN-CODE.
026300*    END-IF.
026400     STOP RUN.
026500
026600* ************************************************************** *
026700* VALIDATES ONE ACTION CARD AND ROUTES IT.  THE REQUEST DATE IS  *
026800* THE DATE ON THE STUDENT'S SIGNED FORM AND MAY NOT BE LATER     *
026900* THAN THE RUN DATE; IT IS REQUIRED ON BOTH ACTIONS SO THE       *
027000* REGISTER SHOWS WHICH FORM EACH CHANGE WAS MADE FROM.           *
027100* ************************************************************** *
027200 110-APPLY-ONE-CARD.
027300
027400     READ ACTION-CARD-FILE
027500         AT END
027600             MOVE 'Y' TO END-OF-FILE-SWITCH
027700             GO TO 119-EXIT.
027800*    END-READ.
027900
028000     ADD +1 TO CARD-COUNTER.
028100
028200     MOVE AC-ACTION TO RL-ACTION.
028300     MOVE AC-STUDENT-ID TO RL-STUDENT-ID.
028400     MOVE SPACES TO RL-NAME.
028500     MOVE AC-REQUEST-DATE TO RL-REQUEST-DATE.
028600     MOVE AC-OPERATOR-ID TO RL-OPERATOR-ID.
028700
028800     IF AC-STUDENT-ID EQUAL SPACES
028900         MOVE 'NO STUDENT ID ON CARD' TO RL-DISPOSITION
029000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
029100         GO TO 119-EXIT.
029200*    END-IF.
029300
029400     IF AC-OPERATOR-ID EQUAL SPACES
029500         MOVE 'NO OPERATOR ID ON CARD' TO RL-DISPOSITION
029600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
029700         GO TO 119-EXIT.
029800*    END-IF.
029900
030000     MOVE DATECHK-VALIDATE-DATE TO DATECHK-COMMAND.
030100     MOVE AC-REQUEST-DATE TO DATECHK-DATE.
030200     CALL 'DATECHK' USING DATECHK-PARAMETER-BLOCK.
030300     IF NOT DATECHK-SUCCESS
030400         MOVE 'INVALID REQUEST DATE' TO RL-DISPOSITION
030500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
030600         GO TO 119-EXIT.
030700*    END-IF.
030800
030900     IF AC-REQUEST-DATE-N GREATER THAN WS-TODAY-CCYYMMDD
031000         MOVE 'REQUEST DATE AFTER RUN DATE' TO RL-DISPOSITION
031100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
031200         GO TO 119-EXIT.
031300*    END-IF.
031400
031500     MOVE AC-OPERATOR-ID TO VSIO-OPERATOR-ID.
031600
031700     EVALUATE TRUE
031800         WHEN AC-BLOCK
031900             PERFORM 120-PLACE-BLOCK THRU 129-EXIT
032000         WHEN AC-RELEASE
032100             PERFORM 130-RELEASE-BLOCK THRU 139-EXIT
032200         WHEN OTHER
032300             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
032400             PERFORM 170-WRITE-REJECT THRU 179-EXIT
032500     END-EVALUATE.
032600
032700 119-EXIT.
032800     EXIT.
032900
033000* ************************************************************** *
033100* RECORDS A BLOCK.  THE STUDENT MUST BE ON THE MASTER SO A       *
033200* MISKEYED ID CANNOT LEAVE THE REAL STUDENT UNPROTECTED WHILE    *
033300* THE REGISTER SHOWS THE FORM AS PROCESSED.                      *
033400* ************************************************************** *
033500 120-PLACE-BLOCK.
033600
033700     MOVE SPACES TO STUDENT-RECORD-AREA.
033800     MOVE AC-STUDENT-ID TO SIR-STUDENT-ID.
033900     MOVE ZERO TO SIR-KEY-ID.
034000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
034100     MOVE VSIO-READ TO VSIO-COMMAND.
034200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034300                         STUDENT-MASTER-FILE,
034400                         STUDENT-RECORD-AREA.
034500*    END-CALL.
034600     IF NOT VSIO-SUCCESS
034700         MOVE 'STUDENT NOT ON MASTER' TO RL-DISPOSITION
034800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
034900         GO TO 129-EXIT.
035000*    END-IF.
035100     MOVE SIR-NAME TO RL-NAME.
035200
035300     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
035400     MOVE AC-STUDENT-ID TO PRV-STUDENT-ID.
035500     MOVE AC-REQUEST-DATE-N TO PRV-REQUEST-DATE.
035600     MOVE WS-TODAY-CCYYMMDD TO PRV-ENTERED-DATE.
035700     MOVE AC-OPERATOR-ID TO PRV-OPERATOR-ID.
035800     MOVE VSIO-WRITE TO VSIO-COMMAND.
035900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036000                         PRIVACY-TABLE-FILE,
036100                         PRIVACY-BLOCK-RECORD.
036200*    END-CALL.
036300     IF VSIO-SUCCESS
036400         MOVE 'RELEASE BLOCKED' TO RL-DISPOSITION
036500         ADD +1 TO BLOCKED-COUNTER
036600         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
036700     ELSE
036800         MOVE 'ALREADY BLOCKED - NOT CHANGED' TO RL-DISPOSITION
036900         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
037000*    END-IF.
037100
037200 129-EXIT.
037300     EXIT.
037400
037500* ************************************************************** *
037600* WITHDRAWS A BLOCK.  THE STUDENT NEED NOT STILL BE ON THE       *
037700* MASTER; THE NAME IS SHOWN WHEN IT CAN BE FOUND.                *
037800* ************************************************************** *
037900 130-RELEASE-BLOCK.
038000
038100     MOVE SPACES TO STUDENT-RECORD-AREA.
038200     MOVE AC-STUDENT-ID TO SIR-STUDENT-ID.
038300     MOVE ZERO TO SIR-KEY-ID.
038400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
038500     MOVE VSIO-READ TO VSIO-COMMAND.
038600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038700                         STUDENT-MASTER-FILE,
038800                         STUDENT-RECORD-AREA.
038900*    END-CALL.
039000     IF VSIO-SUCCESS
039100         MOVE SIR-NAME TO RL-NAME.
039200*    END-IF.
039300
039400     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
039500     MOVE AC-STUDENT-ID TO PRV-STUDENT-ID.
039600     MOVE VSIO-DELETE TO VSIO-COMMAND.
039700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039800                         PRIVACY-TABLE-FILE,
039900                         PRIVACY-BLOCK-RECORD.
040000*    END-CALL.
040100     IF VSIO-SUCCESS
040200         MOVE 'BLOCK WITHDRAWN' TO RL-DISPOSITION
040300         ADD +1 TO RELEASED-COUNTER
040400         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
040500     ELSE
040600         MOVE 'RELEASE FAILED - NOT BLOCKED' TO RL-DISPOSITION
040700         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
040800*    END-IF.
040900
041000 139-EXIT.
041100     EXIT.
041200
041300 160-WRITE-APPLIED.
041400
041500     WRITE REPORT-LINE FROM REGISTER-LINE.
041600
041700 169-EXIT.
041800     EXIT.
041900
042000 170-WRITE-REJECT.
042100
042200     WRITE REPORT-LINE FROM REGISTER-LINE.
042300     ADD +1 TO REJECT-COUNTER.
042400
042500 179-EXIT.
042600     EXIT.
042700
042800* ************************************************************** *
042900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
043000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
043100* PROGRAM IN THIS SUITE.                                         *
043200* ************************************************************** *
043300 500-DISPLAY-UNKNOWN-ERROR.
043400
043500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
043600     EXHIBIT NAMED VSIO-RETURN-CODE.
043700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
043800                   VSIO-VSAM-FUNCTION-CODE,
043900                   VSIO-VSAM-FEEDBACK-CODE.
044000
044100 509-EXIT.
044200     EXIT.
