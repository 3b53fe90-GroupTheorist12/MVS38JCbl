000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAILMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE RETURNED-MAIL FLAG CLUSTER (DDNAME        *
000900* MAILTBL), KEYED BY STUDENT-ID.  WHEN A LETTER COMES BACK      *
001000* UNDELIVERABLE THE MAILROOM FLAGS THE STUDENT HERE WITH THE    *
001100* DATE IT CAME BACK; A RECORD ON FILE MEANS THE ADDRESS ON      *
001200* STUDENT-MASTER-FILE IS BAD.  ENRLVRFY, MIDWARN, PROMLTR,      *
001300* DUNNING, ARSTMT AND SCHEDPRT READ MAILTBL BEFORE PRINTING A   *
001400* WINDOW-ENVELOPE LETTER AND LIST A FLAGGED STUDENT ON AN       *
001500* ADDRESS NEEDED PAGE INSTEAD.  STUMAINT CLEARS THE FLAG BY     *
001600* ITSELF WHEN IT RECORDS A NEW ADDRESS, SO A CLEAR CARD IS      *
001700* ONLY NEEDED TO BACK OUT A FLAG ENTERED IN ERROR.              *
001800*                                                                 *
001900* DRIVEN BY ACTION CARDS ON UT-S-MAILCARD:                      *
002000*   COL  1     ACTION  'F' FLAG RETURNED MAIL, 'C' CLEAR FLAG   *
002100*   COL  2-8   STUDENT ID                                       *
002200*   COL  9-16  DATE THE MAIL CAME BACK (CCYYMMDD)               *
002300*   COL 17-24  OPERATOR ID                                      *
002400* A FLAG CARD MUST NAME A STUDENT ON STUDENT-MASTER-FILE.  A    *
002500* FLAG CARD FOR A STUDENT ALREADY FLAGGED MOVES THE RETURNED    *
002600* DATE UP TO THE LATEST PIECE OF MAIL.  OPERATOR ID IS CARRIED  *
002700* TO THE VSAMIO AUDIT TRAIL.                                    *
002800*                                                                 *
002900* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE DATED         *
003000* RETURNED MAIL REGISTER (SYSPRINT) WITH THE ADDRESS ON FILE    *
003100* AND ITS DISPOSITION.                                          *
003200*                                                                 *
003300* MODIFICATION HISTORY.                                          *
003400*   DATE       INIT  DESCRIPTION                                 *
003500*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
003600* ************************************************************* *
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500
004600     SELECT ACTION-CARD-FILE
004700         ASSIGN TO UT-S-MAILCARD.
004800
004900     SELECT REPORT-FILE
005000         ASSIGN TO UR-1403-S-SYSPRINT.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ACTION-CARD-FILE
005500     LABEL RECORDS ARE OMITTED
005600     RECORD CONTAINS 80 CHARACTERS
005700     BLOCK CONTAINS 0 RECORDS
005800     DATA RECORD IS ACTION-CARD-RECORD.
005900 01  ACTION-CARD-RECORD.
006000     02  AC-ACTION               PIC X(01).
006100         88  AC-FLAG                     VALUE 'F'.
006200         88  AC-CLEAR                    VALUE 'C'.
006300     02  AC-STUDENT-ID           PIC X(07).
006400     02  AC-RETURNED-DATE        PIC X(08).
006500     02  FILLER REDEFINES AC-RETURNED-DATE.
006600         03  AC-RETURNED-DATE-N  PIC 9(08).
006700     02  AC-OPERATOR-ID          PIC X(08).
006800     02  FILLER                  PIC X(56).
006900
007000 FD  REPORT-FILE
007100     LABEL RECORDS ARE OMITTED
007200     RECORD CONTAINS 132 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS REPORT-LINE.
007500 01  REPORT-LINE                 PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007900     88  END-OF-FILE                         VALUE 'Y'.
008000
008100 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008200 77  FLAGGED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008300 77  UPDATED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008400 77  CLEARED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008500 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008600
008700 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
008800 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
008900     02  WS-RUN-YY               PIC 9(02).
009000     02  WS-RUN-MM               PIC 9(02).
009100     02  WS-RUN-DD               PIC 9(02).
009200
009300 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
009400 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
009500     02  WS-TODAY-CCYY           PIC 9(04).
009600     02  WS-TODAY-MM             PIC 9(02).
009700     02  WS-TODAY-DD             PIC 9(02).
009800
009900 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010000 01  DATECHK-PARAMETER-VALUES    COPY DATECHK.
010100
010200 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010300 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
010400 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
010500 01  STUDENT-RECORD-AREA         PIC X(83).
010600 01  STUDENT-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
010700     02  SIR-STUDENT-ID          PIC X(07).
010800     02  SIR-KEY-ID              PIC 9(03).
010900     02  SIR-NAME                PIC X(22).
011000     02  SIR-ADDRESS             PIC X(25).
011100     02  FILLER                  PIC X(26).
011200
011300* ************************************************************** *
011400* ONE RECORD PER STUDENT WHOSE MAIL HAS COME BACK (DDNAME        *
011500* MAILTBL, 40 BYTES, KEY STUDENT-ID).                            *
011600* ************************************************************** *
011700 01  RETURNED-MAIL-RECORD.
011800     02  MRT-STUDENT-ID          PIC X(07).
011900     02  MRT-RETURNED-DATE       PIC 9(08).
012000     02  MRT-ENTERED-DATE        PIC 9(08).
012100     02  MRT-OPERATOR-ID         PIC X(08).
012200     02  FILLER                  PIC X(09).
012300
012400 01  HEADING-LINE-1.
012500     02  FILLER                  PIC X(45)   VALUE
012600         'MAILMNT - RETURNED MAIL REGISTER    RUN DATE '.
012700     02  HL1-RUN-MM              PIC 9(02).
012800     02  FILLER                  PIC X(01)   VALUE '/'.
012900     02  HL1-RUN-DD              PIC 9(02).
013000     02  FILLER                  PIC X(01)   VALUE '/'.
013100     02  HL1-RUN-CCYY            PIC 9(04).
013200     02  FILLER                  PIC X(77)   VALUE SPACES.
013300
013400 01  HEADING-LINE-2.
013500     02  FILLER                  PIC X(34)   VALUE
013600         'A  STUDENT  NAME                  '.
013700     02  FILLER                  PIC X(37)   VALUE
013800         '  ADDRESS ON FILE            RETURNED'.
013900     02  FILLER                  PIC X(23)   VALUE
014000         '  OPERATOR  DISPOSITION'.
014100     02  FILLER                  PIC X(38)   VALUE SPACES.
014200
014300 01  REGISTER-LINE.
014400     02  RL-ACTION               PIC X(01).
014500     02  FILLER                  PIC X(02)   VALUE SPACES.
014600     02  RL-STUDENT-ID           PIC X(07).
014700     02  FILLER                  PIC X(02)   VALUE SPACES.
014800     02  RL-NAME                 PIC X(22).
014900     02  FILLER                  PIC X(02)   VALUE SPACES.
015000     02  RL-ADDRESS              PIC X(25).
015100     02  FILLER                  PIC X(02)   VALUE SPACES.
015200     02  RL-RETURNED-DATE        PIC X(08).
015300     02  FILLER                  PIC X(02)   VALUE SPACES.
015400     02  RL-OPERATOR-ID          PIC X(08).
015500     02  FILLER                  PIC X(02)   VALUE SPACES.
015600     02  RL-DISPOSITION          PIC X(30).
015700     02  FILLER                  PIC X(19)   VALUE SPACES.
015800
015900 01  TOTAL-LINE.
016000     02  FILLER                  PIC X(15)   VALUE
016100         'FLAGS RECORDED:'.
016200     02  TL-FLAGGED              PIC ZZZZ9.
016300     02  FILLER                  PIC X(17)   VALUE
016400         '   DATES UPDATED:'.
016500     02  TL-UPDATED              PIC ZZZZ9.
016600     02  FILLER                  PIC X(17)   VALUE
016700         '   FLAGS CLEARED:'.
016800     02  TL-CLEARED              PIC ZZZZ9.
016900     02  FILLER                  PIC X(18)   VALUE
017000         '   CARDS REJECTED:'.
017100     02  TL-REJECTED             PIC ZZZZ9.
017200     02  FILLER                  PIC X(45)   VALUE SPACES.
017300
017400 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
017500
017600 PROCEDURE DIVISION.
017700
017800 000-INITIATE.
017900
018000     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
018100     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
018200     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
018300     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
018400     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
018500     MOVE WS-RUN-MM TO WS-TODAY-MM.
018600     MOVE WS-RUN-DD TO WS-TODAY-DD.
018700
018800     OPEN INPUT ACTION-CARD-FILE.
018900     OPEN OUTPUT REPORT-FILE.
019000     MOVE WS-TODAY-MM TO HL1-RUN-MM.
019100     MOVE WS-TODAY-DD TO HL1-RUN-DD.
019200     MOVE WS-TODAY-CCYY TO HL1-RUN-CCYY.
019300     WRITE REPORT-LINE FROM HEADING-LINE-1.
019400     WRITE REPORT-LINE FROM BLANK-LINE.
019500     WRITE REPORT-LINE FROM HEADING-LINE-2.
019600
019700     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
019800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
019900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
020000     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
020100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
020200     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
020300     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
020400     MOVE VSIO-OPEN TO VSIO-COMMAND.
020500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020600                         STUDENT-MASTER-FILE,
020700                         STUDENT-RECORD-AREA.
020800*    END-CALL.
020900     IF NOT VSIO-SUCCESS
021000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021100         STOP RUN.
021200*    END-IF.
021300
021400     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
021500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
021600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
021700     MOVE VSIO-I-O TO VSIO-MODE OF RETURNED-MAIL-FILE.
021800     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
021900     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
022000     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
022100     MOVE VSIO-OPEN TO VSIO-COMMAND.
022200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022300                         RETURNED-MAIL-FILE,
022400                         RETURNED-MAIL-RECORD.
022500*    END-CALL.
022600     IF NOT VSIO-SUCCESS
022700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022800         STOP RUN.
022900*    END-IF.
023000
023100 010-PROCESS.
023200
023300     PERFORM 110-APPLY-ONE-CARD
023400        THRU 119-EXIT
023500       UNTIL END-OF-FILE.
023600*    END-PERFORM.
023700
023800 020-TERMINATE.
023900
024000     WRITE REPORT-LINE FROM BLANK-LINE.
024100     MOVE FLAGGED-COUNTER TO TL-FLAGGED.
024200     MOVE UPDATED-COUNTER TO TL-UPDATED.
024300     MOVE CLEARED-COUNTER TO TL-CLEARED.
024400     MOVE REJECT-COUNTER TO TL-REJECTED.
024500     WRITE REPORT-LINE FROM TOTAL-LINE.
024600
024700     MOVE SPACES TO VSIO-OPERATOR-ID.
024800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
024900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025000                         RETURNED-MAIL-FILE,
025100                         RETURNED-MAIL-RECORD.
025200*    END-CALL.
025300     IF NOT VSIO-SUCCESS
025400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
025500*    END-IF.
025600
025700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
025800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025900                         STUDENT-MASTER-FILE,
026000                         STUDENT-RECORD-AREA.
026100*    END-CALL.
026200     IF NOT VSIO-SUCCESS
026300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
026400*    END-IF.
026500
026600     CLOSE ACTION-CARD-FILE.
026700     CLOSE REPORT-FILE.
026800
026900     DISPLAY 'MAILMNT: CARDS READ:     ' CARD-COUNTER.
027000     DISPLAY 'MAILMNT: FLAGS RECORDED: ' FLAGGED-COUNTER.
027100     DISPLAY 'MAILMNT: DATES UPDATED:  ' UPDATED-COUNTER.
027200     DISPLAY 'MAILMNT: FLAGS CLEARED:  ' CLEARED-COUNTER.
027300     DISPLAY 'MAILMNT: REJECTED:       ' REJECT-COUNTER.
027400     IF REJECT-COUNTER GREATER THAN ZERO
027500         MOVE +4 TO RETURN-CODE.
027600*    END-IF.
027700     STOP RUN.
027800
027900* ************************************************************** *
028000* VALIDATES ONE ACTION CARD AND ROUTES IT.  THE RETURNED DATE    *
028100* IS THE DAY THE MAIL CAME BACK AND MAY NOT BE LATER THAN THE    *
028200* RUN DATE; IT IS REQUIRED ON BOTH ACTIONS SO THE REGISTER       *
028300* SHOWS WHICH PIECE OF MAIL EACH CHANGE WAS MADE FROM.           *
028400* ************************************************************** *
028500 110-APPLY-ONE-CARD.
028600
028700     READ ACTION-CARD-FILE
028800         AT END
028900             MOVE 'Y' TO END-OF-FILE-SWITCH
029000             GO TO 119-EXIT.
029100*    END-READ.
029200
029300     ADD +1 TO CARD-COUNTER.
029400
029500     MOVE AC-ACTION TO RL-ACTION.
029600     MOVE AC-STUDENT-ID TO RL-STUDENT-ID.
029700     MOVE SPACES TO RL-NAME.
029800     MOVE SPACES TO RL-ADDRESS.
029900     MOVE AC-RETURNED-DATE TO RL-RETURNED-DATE.
030000     MOVE AC-OPERATOR-ID TO RL-OPERATOR-ID.
030100
030200     IF AC-STUDENT-ID EQUAL SPACES
030300         MOVE 'NO STUDENT ID ON CARD' TO RL-DISPOSITION
030400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
030500         GO TO 119-EXIT.
030600*    END-IF.
030700
030800     IF AC-OPERATOR-ID EQUAL SPACES
030900         MOVE 'NO OPERATOR ID ON CARD' TO RL-DISPOSITION
031000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
031100         GO TO 119-EXIT.
031200*    END-IF.
031300
031400     MOVE DATECHK-VALIDATE-DATE TO DATECHK-COMMAND.
031500     MOVE AC-RETURNED-DATE TO DATECHK-DATE.
031600     CALL 'DATECHK' USING DATECHK-PARAMETER-BLOCK.
031700     IF NOT DATECHK-SUCCESS
031800         MOVE 'INVALID RETURNED DATE' TO RL-DISPOSITION
031900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
032000         GO TO 119-EXIT.
032100*    END-IF.
032200
032300     IF AC-RETURNED-DATE-N GREATER THAN WS-TODAY-CCYYMMDD
032400         MOVE 'RETURNED DATE AFTER RUN DATE' TO RL-DISPOSITION
032500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
032600         GO TO 119-EXIT.
032700*    END-IF.
032800
032900     MOVE AC-OPERATOR-ID TO VSIO-OPERATOR-ID.
033000
033100     EVALUATE TRUE
033200         WHEN AC-FLAG
033300             PERFORM 120-PLACE-FLAG THRU 129-EXIT
033400         WHEN AC-CLEAR
033500             PERFORM 130-CLEAR-FLAG THRU 139-EXIT
033600         WHEN OTHER
033700             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
033800             PERFORM 170-WRITE-REJECT THRU 179-EXIT
033900     END-EVALUATE.
034000
034100 119-EXIT.
034200     EXIT.
034300
034400* ************************************************************** *
034500* RECORDS A FLAG.  THE STUDENT MUST BE ON THE MASTER SO A        *
034600* MISKEYED ID CANNOT HOLD BACK ANOTHER STUDENT'S MAIL.  WHEN     *
034700* THE STUDENT IS ALREADY FLAGGED THE RETURNED DATE IS MOVED UP   *
034800* TO THIS PIECE OF MAIL (AN OLDER DATE IS LEFT ALONE).           *
034900* ************************************************************** *
035000 120-PLACE-FLAG.
035100
035200     MOVE SPACES TO STUDENT-RECORD-AREA.
035300     MOVE AC-STUDENT-ID TO SIR-STUDENT-ID.
035400     MOVE ZERO TO SIR-KEY-ID.
035500     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
035600     MOVE VSIO-READ TO VSIO-COMMAND.
035700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035800                         STUDENT-MASTER-FILE,
035900                         STUDENT-RECORD-AREA.
036000*    END-CALL.
036100     IF NOT VSIO-SUCCESS
036200         MOVE 'STUDENT NOT ON MASTER' TO RL-DISPOSITION
036300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
036400         GO TO 129-EXIT.
036500*    END-IF.
036600     MOVE SIR-NAME TO RL-NAME.
036700     MOVE SIR-ADDRESS TO RL-ADDRESS.
036800
036900     MOVE SPACES TO RETURNED-MAIL-RECORD.
037000     MOVE AC-STUDENT-ID TO MRT-STUDENT-ID.
037100     MOVE VSIO-READ TO VSIO-COMMAND.
037200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037300                         RETURNED-MAIL-FILE,
037400                         RETURNED-MAIL-RECORD.
037500*    END-CALL.
037600     IF VSIO-SUCCESS
037700         PERFORM 125-UPDATE-FLAG THRU 125-EXIT
037800         GO TO 129-EXIT.
037900*    END-IF.
038000
038100     MOVE SPACES TO RETURNED-MAIL-RECORD.
038200     MOVE AC-STUDENT-ID TO MRT-STUDENT-ID.
038300     MOVE AC-RETURNED-DATE-N TO MRT-RETURNED-DATE.
038400     MOVE WS-TODAY-CCYYMMDD TO MRT-ENTERED-DATE.
038500     MOVE AC-OPERATOR-ID TO MRT-OPERATOR-ID.
038600     MOVE VSIO-WRITE TO VSIO-COMMAND.
038700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038800                         RETURNED-MAIL-FILE,
038900                         RETURNED-MAIL-RECORD.
039000*    END-CALL.
039100     IF VSIO-SUCCESS
039200         MOVE 'MAIL HELD - ADDRESS NEEDED' TO RL-DISPOSITION
039300         ADD +1 TO FLAGGED-COUNTER
039400         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
039500     ELSE
039600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039700         MOVE 'FLAG FAILED - SEE VSIOLOG' TO RL-DISPOSITION
039800         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
039900*    END-IF.
040000
040100 129-EXIT.
040200     EXIT.
040300
040400 125-UPDATE-FLAG.
040500
040600     IF AC-RETURNED-DATE-N NOT GREATER THAN MRT-RETURNED-DATE
040700         MOVE 'ALREADY FLAGGED - NOT CHANGED' TO RL-DISPOSITION
040800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
040900         GO TO 125-EXIT.
041000*    END-IF.
041100
041200     MOVE AC-RETURNED-DATE-N TO MRT-RETURNED-DATE.
041300     MOVE WS-TODAY-CCYYMMDD TO MRT-ENTERED-DATE.
041400     MOVE AC-OPERATOR-ID TO MRT-OPERATOR-ID.
041500     MOVE VSIO-REWRITE TO VSIO-COMMAND.
041600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041700                         RETURNED-MAIL-FILE,
041800                         RETURNED-MAIL-RECORD.
041900*    END-CALL.
042000     IF VSIO-SUCCESS
042100         MOVE 'RETURNED DATE UPDATED' TO RL-DISPOSITION
042200         ADD +1 TO UPDATED-COUNTER
042300         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
042400     ELSE
042500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042600         MOVE 'UPDATE FAILED - SEE VSIOLOG' TO RL-DISPOSITION
042700         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
042800*    END-IF.
042900
043000 125-EXIT.
043100     EXIT.
043200
043300* ************************************************************** *
043400* CLEARS A FLAG ENTERED IN ERROR.  THE STUDENT NEED NOT STILL    *
043500* BE ON THE MASTER; THE NAME IS SHOWN WHEN IT CAN BE FOUND.      *
043600* ************************************************************** *
043700 130-CLEAR-FLAG.
043800
043900     MOVE SPACES TO STUDENT-RECORD-AREA.
044000     MOVE AC-STUDENT-ID TO SIR-STUDENT-ID.
044100     MOVE ZERO TO SIR-KEY-ID.
044200     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
044300     MOVE VSIO-READ TO VSIO-COMMAND.
044400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044500                         STUDENT-MASTER-FILE,
044600                         STUDENT-RECORD-AREA.
044700*    END-CALL.
044800     IF VSIO-SUCCESS
044900         MOVE SIR-NAME TO RL-NAME
045000         MOVE SIR-ADDRESS TO RL-ADDRESS.
045100*    END-IF.
045200
045300     MOVE SPACES TO RETURNED-MAIL-RECORD.
045400     MOVE AC-STUDENT-ID TO MRT-STUDENT-ID.
045500     MOVE VSIO-DELETE TO VSIO-COMMAND.
045600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045700                         RETURNED-MAIL-FILE,
045800                         RETURNED-MAIL-RECORD.
045900*    END-CALL.
046000     IF VSIO-SUCCESS
046100         MOVE 'FLAG CLEARED' TO RL-DISPOSITION
046200         ADD +1 TO CLEARED-COUNTER
046300         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
046400     ELSE
046500         MOVE 'CLEAR FAILED - NOT FLAGGED' TO RL-DISPOSITION
046600         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
046700*    END-IF.
046800
046900 139-EXIT.
047000     EXIT.
047100
047200 160-WRITE-APPLIED.
047300
047400     WRITE REPORT-LINE FROM REGISTER-LINE.
047500
047600 169-EXIT.
047700     EXIT.
047800
047900 170-WRITE-REJECT.
048000
048100     WRITE REPORT-LINE FROM REGISTER-LINE.
048200     ADD +1 TO REJECT-COUNTER.
048300
048400 179-EXIT.
048500     EXIT.
048600
048700* ************************************************************** *
048800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
048900* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
049000* PROGRAM IN THIS SUITE.                                         *
049100* ************************************************************** *
049200 500-DISPLAY-UNKNOWN-ERROR.
049300
049400     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
049500     EXHIBIT NAMED VSIO-RETURN-CODE.
049600     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
049700                   VSIO-VSAM-FUNCTION-CODE,
049800                   VSIO-VSAM-FEEDBACK-CODE.
049900
050000 509-EXIT.
050100     EXIT.
