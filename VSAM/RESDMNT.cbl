000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RESDMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE TUITION RESIDENCY CLUSTER (DDNAME RESDTBL),*
000900* KEYED BY STUDENT-ID.  SIR-STATE IS ONLY A MAILING ADDRESS; THE*
001000* RESIDENCY OFFICE'S DETERMINATION RECORDED HERE IS WHAT TUITBILL*
001100* PRICES FROM -- IN-STATE AT THE RESIDENT RATE, OUT-OF-STATE AT *
001200* THE NON-RESIDENT RATE ON TUITTBL.  A STUDENT WITH NO RECORD IS*
001300* BILLED NON-RESIDENT AND LISTED FOR FOLLOW-UP.  DRPRFND,       *
001400* SECTCNCL AND NEVRATND REVERSE TUITION AT THE SAME RATE.       *
001500*                                                               *
001600* DRIVEN BY ACTION CARDS ON UT-S-RESCARD:                       *
001700*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
001800*   COL  2-8   STUDENT ID                                       *
001900*   COL  9     RESIDENCY  'I' IN-STATE, 'O' OUT-OF-STATE        *
002000*   COL 10-17  DETERMINATION DATE (CCYYMMDD)                    *
002100*   COL 18-19  DOCUMENTATION CODE                               *
002200*                DL DRIVER LICENSE     TX STATE TAX RETURN      *
002300*                VR VOTER REGISTRATION PR PROPERTY OR LEASE     *
002400*                MI MILITARY ORDERS    AF SIGNED AFFIDAVIT      *
002500*   COL 20     APPEAL STATUS  'P' PENDING, 'G' GRANTED,         *
002600*              'D' DENIED, '*' CLEAR                            *
002700*   COL 21-28  APPEAL DATE (CCYYMMDD)                           *
002800*   COL 29-36  OPERATOR ID                                      *
002900* AN ADD NEEDS A STUDENT ON STUDENT-MASTER-FILE, THE RESIDENCY, *
003000* DETERMINATION DATE AND DOCUMENTATION CODE.  A CHANGE REPLACES *
003100* ONLY WHAT IS PUNCHED, BUT A NEW RESIDENCY MUST COME WITH ITS  *
003200* DETERMINATION DATE AND DOCUMENTATION CODE; A GRANTED APPEAL IS*
003300* ENTERED WITH THE NEW RESIDENCY ON THE SAME CARD.  AN APPEAL   *
003400* STATUS NEEDS ITS APPEAL DATE.  NO DATE MAY BE LATER THAN THE  *
003500* RUN DATE.  OPERATOR ID IS CARRIED TO THE VSAMIO AUDIT TRAIL.  *
003600*                                                               *
003700* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE DATED         *
003800* RESIDENCY REGISTER (SYSPRINT) WITH ITS DISPOSITION.           *
003900*                                                               *
004000* MODIFICATION HISTORY.                                         *
004100*   DATE       INIT  DESCRIPTION                                *
004200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004210*   10/15/2026 JM    REGISTER HEADING FILLERS RESIZED TO FIT    *
004220*                    THEIR LITERALS.                            *
004300* ************************************************************* *
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200
005300     SELECT ACTION-CARD-FILE
005400         ASSIGN TO UT-S-RESCARD.
005500
005600     SELECT REPORT-FILE
005700         ASSIGN TO UR-1403-S-SYSPRINT.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  ACTION-CARD-FILE
006200     LABEL RECORDS ARE OMITTED
006300     RECORD CONTAINS 80 CHARACTERS
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS ACTION-CARD-RECORD.
006600 01  ACTION-CARD-RECORD.
006700     02  AC-ACTION               PIC X(01).
006800         88  AC-ADD                      VALUE 'A'.
006900         88  AC-CHANGE                   VALUE 'C'.
007000         88  AC-DELETE                   VALUE 'D'.
007100     02  AC-STUDENT-ID           PIC X(07).
007200     02  AC-RESIDENCY            PIC X(01).
007300         88  AC-RESIDENCY-VALID          VALUE 'I' 'O'.
007400     02  AC-DETERMINED-DATE      PIC X(08).
007500     02  FILLER REDEFINES AC-DETERMINED-DATE.
007600         03  AC-DETERMINED-DATE-N
007700                                 PIC 9(08).
007800     02  AC-DOC-CODE             PIC X(02).
007900         88  AC-DOC-CODE-VALID           VALUE 'DL' 'TX' 'VR'
008000                                               'PR' 'MI' 'AF'.
008100     02  AC-APPEAL-STATUS        PIC X(01).
008200         88  AC-APPEAL-VALID             VALUE 'P' 'G' 'D' '*'.
008300         88  AC-APPEAL-CLEAR             VALUE '*'.
008400     02  AC-APPEAL-DATE          PIC X(08).
008500     02  FILLER REDEFINES AC-APPEAL-DATE.
008600         03  AC-APPEAL-DATE-N    PIC 9(08).
008700     02  AC-OPERATOR-ID          PIC X(08).
008800     02  FILLER                  PIC X(44).
008900
009000 FD  REPORT-FILE
009100     LABEL RECORDS ARE OMITTED
009200     RECORD CONTAINS 132 CHARACTERS
009300     BLOCK CONTAINS 0 RECORDS
009400     DATA RECORD IS REPORT-LINE.
009500 01  REPORT-LINE                 PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009900     88  END-OF-FILE                         VALUE 'Y'.
010000
010100 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
010200 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
010300 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
010400
010500 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
010600 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
010700     02  WS-RUN-YY               PIC 9(02).
010800     02  WS-RUN-MM               PIC 9(02).
010900     02  WS-RUN-DD               PIC 9(02).
011000
011100 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
011200 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
011300     02  WS-TODAY-CCYY           PIC 9(04).
011400     02  WS-TODAY-MM             PIC 9(02).
011500     02  WS-TODAY-DD             PIC 9(02).
011600
011700 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011800 01  DATECHK-PARAMETER-VALUES    COPY DATECHK.
011900
012000 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
012100 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
012200 01  RESIDENCY-FILE              COPY VSAMIOFB.
012300 01  STUDENT-RECORD-AREA         PIC X(83).
012400 01  STUDENT-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
012500     02  SIR-STUDENT-ID          PIC X(07).
012600     02  SIR-KEY-ID              PIC 9(03).
012700     02  SIR-NAME                PIC X(22).
012800     02  FILLER                  PIC X(51).
012900
013000* ************************************************************** *
013100* ONE RESIDENCY DETERMINATION PER STUDENT (DDNAME RESDTBL, 40    *
013200* BYTES, KEY STUDENT-ID).                                        *
013300* ************************************************************** *
013400 01  RESIDENCY-RECORD.
013500     02  RES-STUDENT-ID          PIC X(07).
013600     02  RES-RESIDENCY           PIC X(01).
013700         88  RES-IN-STATE                VALUE 'I'.
013800         88  RES-OUT-OF-STATE            VALUE 'O'.
013900     02  RES-DETERMINED-DATE     PIC 9(08).
014000     02  RES-DOC-CODE            PIC X(02).
014100     02  RES-APPEAL-STATUS       PIC X(01).
014200         88  RES-APPEAL-NONE             VALUE SPACE.
014300         88  RES-APPEAL-PENDING          VALUE 'P'.
014400         88  RES-APPEAL-GRANTED          VALUE 'G'.
014500         88  RES-APPEAL-DENIED           VALUE 'D'.
014600     02  RES-APPEAL-DATE         PIC 9(08).
014700     02  RES-OPERATOR-ID         PIC X(08).
014800     02  FILLER                  PIC X(05).
014900
015000 01  HEADING-LINE-1.
015100     02  FILLER                  PIC X(45)   VALUE
015200         'RESDMNT - TUITION RESIDENCY DETERMINATION REG'.
015300     02  FILLER                  PIC X(20)   VALUE
015400         'ISTER      RUN DATE'.
015500     02  FILLER                  PIC X(01)   VALUE SPACES.
015600     02  HL1-RUN-MM              PIC 9(02).
015700     02  FILLER                  PIC X(01)   VALUE '/'.
015800     02  HL1-RUN-DD              PIC 9(02).
015900     02  FILLER                  PIC X(01)   VALUE '/'.
016000     02  HL1-RUN-CCYY            PIC 9(04).
016100     02  FILLER                  PIC X(56)   VALUE SPACES.
016200
016300 01  HEADING-LINE-2.
016400     02  FILLER                  PIC X(46)   VALUE
016500         'A  STUDENT  NAME                    R  DETERMI'.
016600     02  FILLER                  PIC X(45)   VALUE
016700         'NED DOC  APPEAL  APPEAL DT  OPERATOR  DISPOSI'.
016800     02  FILLER                  PIC X(41)   VALUE 'TION'.
016900
017000 01  REGISTER-LINE.
017100     02  RL-ACTION               PIC X(01).
017200     02  FILLER                  PIC X(02)   VALUE SPACES.
017300     02  RL-STUDENT-ID           PIC X(07).
017400     02  FILLER                  PIC X(02)   VALUE SPACES.
017500     02  RL-NAME                 PIC X(22).
017600     02  FILLER                  PIC X(02)   VALUE SPACES.
017700     02  RL-RESIDENCY            PIC X(01).
017800     02  FILLER                  PIC X(02)   VALUE SPACES.
017900     02  RL-DETERMINED-DATE      PIC X(08).
018000     02  FILLER                  PIC X(04)   VALUE SPACES.
018100     02  RL-DOC-CODE             PIC X(02).
018200     02  FILLER                  PIC X(03)   VALUE SPACES.
018300     02  RL-APPEAL-STATUS        PIC X(01).
018400     02  FILLER                  PIC X(07)   VALUE SPACES.
018500     02  RL-APPEAL-DATE          PIC X(08).
018600     02  FILLER                  PIC X(02)   VALUE SPACES.
018700     02  RL-OPERATOR-ID          PIC X(08).
018800     02  FILLER                  PIC X(02)   VALUE SPACES.
018900     02  RL-DISPOSITION          PIC X(30).
019000     02  FILLER                  PIC X(16)   VALUE SPACES.
019100
019200 01  TOTAL-LINE.
019300     02  FILLER                  PIC X(17)   VALUE
019400         'CARDS APPLIED:   '.
019500     02  TL-APPLIED              PIC ZZZZ9.
019600     02  FILLER                  PIC X(20)   VALUE
019700         '   CARDS REJECTED:  '.
019800     02  TL-REJECTED             PIC ZZZZ9.
019900     02  FILLER                  PIC X(85)   VALUE SPACES.
020000
020100 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
020200
020300 PROCEDURE DIVISION.
020400
020500 000-INITIATE.
020600
020700     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
020800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
020900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
021000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
021100     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
021200     MOVE WS-RUN-MM TO WS-TODAY-MM.
021300     MOVE WS-RUN-DD TO WS-TODAY-DD.
021400
021500     OPEN INPUT ACTION-CARD-FILE.
021600     OPEN OUTPUT REPORT-FILE.
021700     MOVE WS-TODAY-MM TO HL1-RUN-MM.
021800     MOVE WS-TODAY-DD TO HL1-RUN-DD.
021900     MOVE WS-TODAY-CCYY TO HL1-RUN-CCYY.
022000     WRITE REPORT-LINE FROM HEADING-LINE-1.
022100     WRITE REPORT-LINE FROM BLANK-LINE.
022200     WRITE REPORT-LINE FROM HEADING-LINE-2.
022300
022400     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
022500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
022600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
022700     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
022800     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
022900     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
023000     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
023100     MOVE VSIO-OPEN TO VSIO-COMMAND.
023200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023300                         STUDENT-MASTER-FILE,
023400                         STUDENT-RECORD-AREA.
023500*    END-CALL.
023600     IF NOT VSIO-SUCCESS
023700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023800         STOP RUN.
023900*    END-IF.
024000
024100     MOVE 'RESDTBL' TO VSIO-DDNAME OF RESIDENCY-FILE.
024200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RESIDENCY-FILE.
024300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RESIDENCY-FILE.
024400     MOVE VSIO-I-O TO VSIO-MODE OF RESIDENCY-FILE.
024500     MOVE +40 TO VSIO-RECORD-LENGTH OF RESIDENCY-FILE.
024600     MOVE +0 TO VSIO-KEY-POSITION OF RESIDENCY-FILE.
024700     MOVE +7 TO VSIO-KEY-LENGTH OF RESIDENCY-FILE.
024800     MOVE VSIO-OPEN TO VSIO-COMMAND.
024900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025000                         RESIDENCY-FILE,
025100                         RESIDENCY-RECORD.
025200*    END-CALL.
025300     IF NOT VSIO-SUCCESS
025400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
025500         STOP RUN.
025600*    END-IF.
025700
025800 010-PROCESS.
025900
026000     PERFORM 110-APPLY-ONE-CARD
026100        THRU 119-EXIT
026200       UNTIL END-OF-FILE.
026300*    END-PERFORM.
026400
026500 020-TERMINATE.
026600
026700     WRITE REPORT-LINE FROM BLANK-LINE.
026800     MOVE APPLIED-COUNTER TO TL-APPLIED.
026900     MOVE REJECT-COUNTER TO TL-REJECTED.
027000     WRITE REPORT-LINE FROM TOTAL-LINE.
027100
027200     MOVE SPACES TO VSIO-OPERATOR-ID.
027300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
027400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027500                         RESIDENCY-FILE,
027600                         RESIDENCY-RECORD.
027700*    END-CALL.
027800     IF NOT VSIO-SUCCESS
027900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
028000*    END-IF.
028100
028200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
028300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028400                         STUDENT-MASTER-FILE,
028500                         STUDENT-RECORD-AREA.
028600*    END-CALL.
028700     IF NOT VSIO-SUCCESS
028800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
028900*    END-IF.
029000
029100     CLOSE ACTION-CARD-FILE.
029200     CLOSE REPORT-FILE.
029300
029400     DISPLAY 'RESDMNT: CARDS READ: ' CARD-COUNTER.
029500     DISPLAY 'RESDMNT: APPLIED:    ' APPLIED-COUNTER.
029600     DISPLAY 'RESDMNT: REJECTED:   ' REJECT-COUNTER.
029700     IF REJECT-COUNTER GREATER THAN ZERO
029800         MOVE +4 TO RETURN-CODE.
029900*    END-IF.
030000     STOP RUN.
030100
030200* ************************************************************** *
030300* VALIDATES THE FIELDS PUNCHED ON ONE ACTION CARD AND ROUTES IT. *
030400* EVERY DATE PUNCHED MUST BE A REAL DATE NO LATER THAN THE RUN   *
030500* DATE; CODES PUNCHED MUST BE ONES LISTED ABOVE.                 *
030600* ************************************************************** *
030700 110-APPLY-ONE-CARD.
030800
030900     READ ACTION-CARD-FILE
031000         AT END
031100             MOVE 'Y' TO END-OF-FILE-SWITCH
031200             GO TO 119-EXIT.
031300*    END-READ.
031400
031500     ADD +1 TO CARD-COUNTER.
031600
031700     MOVE AC-ACTION TO RL-ACTION.
031800     MOVE AC-STUDENT-ID TO RL-STUDENT-ID.
031900     MOVE SPACES TO RL-NAME.
032000     MOVE AC-RESIDENCY TO RL-RESIDENCY.
032100     MOVE AC-DETERMINED-DATE TO RL-DETERMINED-DATE.
032200     MOVE AC-DOC-CODE TO RL-DOC-CODE.
032300     MOVE AC-APPEAL-STATUS TO RL-APPEAL-STATUS.
032400     MOVE AC-APPEAL-DATE TO RL-APPEAL-DATE.
032500     MOVE AC-OPERATOR-ID TO RL-OPERATOR-ID.
032600
032700     IF AC-STUDENT-ID EQUAL SPACES
032800         MOVE 'NO STUDENT ID ON CARD' TO RL-DISPOSITION
032900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
033000         GO TO 119-EXIT.
033100*    END-IF.
033200
033300     IF AC-OPERATOR-ID EQUAL SPACES
033400         MOVE 'NO OPERATOR ID ON CARD' TO RL-DISPOSITION
033500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
033600         GO TO 119-EXIT.
033700*    END-IF.
033800
033900     IF AC-RESIDENCY NOT EQUAL SPACE
034000     AND NOT AC-RESIDENCY-VALID
034100         MOVE 'RESIDENCY MUST BE I OR O' TO RL-DISPOSITION
034200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
034300         GO TO 119-EXIT.
034400*    END-IF.
034500
034600     IF AC-DOC-CODE NOT EQUAL SPACES
034700     AND NOT AC-DOC-CODE-VALID
034800         MOVE 'INVALID DOCUMENTATION CODE' TO RL-DISPOSITION
034900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
035000         GO TO 119-EXIT.
035100*    END-IF.
035200
035300     IF AC-APPEAL-STATUS NOT EQUAL SPACE
035400     AND NOT AC-APPEAL-VALID
035500         MOVE 'INVALID APPEAL STATUS' TO RL-DISPOSITION
035600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
035700         GO TO 119-EXIT.
035800*    END-IF.
035900
036000     IF AC-DETERMINED-DATE NOT EQUAL SPACES
036100         MOVE DATECHK-VALIDATE-DATE TO DATECHK-COMMAND
036200         MOVE AC-DETERMINED-DATE TO DATECHK-DATE
036300         CALL 'DATECHK' USING DATECHK-PARAMETER-BLOCK
036400         IF NOT DATECHK-SUCCESS
036500         OR AC-DETERMINED-DATE-N GREATER THAN WS-TODAY-CCYYMMDD
036600             MOVE 'INVALID DETERMINATION DATE' TO RL-DISPOSITION
036700             PERFORM 170-WRITE-REJECT THRU 179-EXIT
036800             GO TO 119-EXIT.
036900*        END-IF
037000*    END-IF.
037100
037200     IF AC-APPEAL-DATE NOT EQUAL SPACES
037300         MOVE DATECHK-VALIDATE-DATE TO DATECHK-COMMAND
037400         MOVE AC-APPEAL-DATE TO DATECHK-DATE
037500         CALL 'DATECHK' USING DATECHK-PARAMETER-BLOCK
037600         IF NOT DATECHK-SUCCESS
037700         OR AC-APPEAL-DATE-N GREATER THAN WS-TODAY-CCYYMMDD
037800             MOVE 'INVALID APPEAL DATE' TO RL-DISPOSITION
037900             PERFORM 170-WRITE-REJECT THRU 179-EXIT
038000             GO TO 119-EXIT.
038100*        END-IF
038200*    END-IF.
038300
038400     IF AC-APPEAL-STATUS NOT EQUAL SPACE
038500     AND NOT AC-APPEAL-CLEAR
038600     AND AC-APPEAL-DATE EQUAL SPACES
038700         MOVE 'APPEAL STATUS NEEDS A DATE' TO RL-DISPOSITION
038800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
038900         GO TO 119-EXIT.
039000*    END-IF.
039100
039200     IF AC-RESIDENCY NOT EQUAL SPACE
039300         IF AC-DETERMINED-DATE EQUAL SPACES
039400         OR AC-DOC-CODE EQUAL SPACES
039500             MOVE 'RESIDENCY NEEDS DATE AND DOC'
039600                 TO RL-DISPOSITION
039700             PERFORM 170-WRITE-REJECT THRU 179-EXIT
039800             GO TO 119-EXIT.
039900*        END-IF
040000*    END-IF.
040100
040200     MOVE AC-OPERATOR-ID TO VSIO-OPERATOR-ID.
040300
040400     EVALUATE TRUE
040500         WHEN AC-ADD
040600             PERFORM 120-ADD-DETERMINATION THRU 129-EXIT
040700         WHEN AC-CHANGE
040800             PERFORM 130-CHANGE-DETERMINATION THRU 139-EXIT
040900         WHEN AC-DELETE
041000             PERFORM 140-DELETE-DETERMINATION THRU 149-EXIT
041100         WHEN OTHER
041200             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
041300             PERFORM 170-WRITE-REJECT THRU 179-EXIT
041400     END-EVALUATE.
041500
041600 119-EXIT.
041700     EXIT.
041800
041900* ************************************************************** *
042000* RECORDS A FIRST DETERMINATION.  THE STUDENT MUST BE ON THE     *
042100* MASTER SO A MISKEYED ID CANNOT BILL THE REAL STUDENT AT THE    *
042200* WRONG RATE WHILE THE REGISTER SHOWS THE FORM AS PROCESSED.     *
042300* ************************************************************** *
042400 120-ADD-DETERMINATION.
042500
042600     IF AC-RESIDENCY EQUAL SPACE
042700         MOVE 'ADD NEEDS A RESIDENCY' TO RL-DISPOSITION
042800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
042900         GO TO 129-EXIT.
043000*    END-IF.
043100
043200     PERFORM 150-READ-STUDENT THRU 159-EXIT.
043300     IF NOT VSIO-SUCCESS
043400         MOVE 'STUDENT NOT ON MASTER' TO RL-DISPOSITION
043500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
043600         MOVE +0 TO VSIO-RETURN-CODE
043700         GO TO 129-EXIT.
043800*    END-IF.
043900
044000     MOVE SPACES TO RESIDENCY-RECORD.
044100     MOVE AC-STUDENT-ID TO RES-STUDENT-ID.
044200     MOVE AC-RESIDENCY TO RES-RESIDENCY.
044300     MOVE AC-DETERMINED-DATE-N TO RES-DETERMINED-DATE.
044400     MOVE AC-DOC-CODE TO RES-DOC-CODE.
044500     MOVE ZERO TO RES-APPEAL-DATE.
044600     IF NOT AC-APPEAL-CLEAR
044700         MOVE AC-APPEAL-STATUS TO RES-APPEAL-STATUS
044800         IF AC-APPEAL-DATE NOT EQUAL SPACES
044900             MOVE AC-APPEAL-DATE-N TO RES-APPEAL-DATE.
045000*        END-IF
045100*    END-IF.
045200     MOVE AC-OPERATOR-ID TO RES-OPERATOR-ID.
045300     MOVE VSIO-WRITE TO VSIO-COMMAND.
045400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045500                         RESIDENCY-FILE,
045600                         RESIDENCY-RECORD.
045700*    END-CALL.
045800     IF VSIO-SUCCESS
045900         MOVE 'DETERMINATION ADDED' TO RL-DISPOSITION
046000         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
046100     ELSE
046200         MOVE 'ADD FAILED - ALREADY ON FILE' TO RL-DISPOSITION
046300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
046400         MOVE +0 TO VSIO-RETURN-CODE.
046500*    END-IF.
046600
046700 129-EXIT.
046800     EXIT.
046900
047000* ************************************************************** *
047100* RE-DETERMINES OR RECORDS AN APPEAL AGAINST AN EXISTING         *
047200* DETERMINATION, REPLACING ONLY THE FIELDS PUNCHED.  '*' IN THE  *
047300* APPEAL STATUS CLEARS THE APPEAL AND ITS DATE.                  *
047400* ************************************************************** *
047500 130-CHANGE-DETERMINATION.
047600
047700     PERFORM 150-READ-STUDENT THRU 159-EXIT.
047800     MOVE +0 TO VSIO-RETURN-CODE.
047900
048000     MOVE SPACES TO RESIDENCY-RECORD.
048100     MOVE AC-STUDENT-ID TO RES-STUDENT-ID.
048200     MOVE VSIO-READ TO VSIO-COMMAND.
048300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048400                         RESIDENCY-FILE,
048500                         RESIDENCY-RECORD.
048600*    END-CALL.
048700     IF NOT VSIO-SUCCESS
048800         MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
048900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
049000         MOVE +0 TO VSIO-RETURN-CODE
049100         GO TO 139-EXIT.
049200*    END-IF.
049300
049400     IF AC-RESIDENCY NOT EQUAL SPACE
049500         MOVE AC-RESIDENCY TO RES-RESIDENCY.
049600*    END-IF.
049700     IF AC-DETERMINED-DATE NOT EQUAL SPACES
049800         MOVE AC-DETERMINED-DATE-N TO RES-DETERMINED-DATE.
049900*    END-IF.
050000     IF AC-DOC-CODE NOT EQUAL SPACES
050100         MOVE AC-DOC-CODE TO RES-DOC-CODE.
050200*    END-IF.
050300     IF AC-APPEAL-CLEAR
050400         MOVE SPACE TO RES-APPEAL-STATUS
050500         MOVE ZERO TO RES-APPEAL-DATE
050600     ELSE
050700         IF AC-APPEAL-STATUS NOT EQUAL SPACE
050800             MOVE AC-APPEAL-STATUS TO RES-APPEAL-STATUS
050900             MOVE AC-APPEAL-DATE-N TO RES-APPEAL-DATE.
051000*        END-IF
051100*    END-IF.
051200     MOVE AC-OPERATOR-ID TO RES-OPERATOR-ID.
051300     MOVE VSIO-REWRITE TO VSIO-COMMAND.
051400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051500                         RESIDENCY-FILE,
051600                         RESIDENCY-RECORD.
051700*    END-CALL.
051800     IF VSIO-SUCCESS
051900         MOVE 'DETERMINATION CHANGED' TO RL-DISPOSITION
052000         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
052100     ELSE
052200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052300         MOVE 'CHANGE FAILED - VSAMIO ERROR' TO RL-DISPOSITION
052400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
052500         MOVE +0 TO VSIO-RETURN-CODE.
052600*    END-IF.
052700
052800 139-EXIT.
052900     EXIT.
053000
053100* ************************************************************** *
053200* REMOVES A DETERMINATION ENTERED IN ERROR.  THE STUDENT IS THEN *
053300* BILLED NON-RESIDENT UNTIL A NEW DETERMINATION IS ADDED.        *
053400* ************************************************************** *
053500 140-DELETE-DETERMINATION.
053600
053700     PERFORM 150-READ-STUDENT THRU 159-EXIT.
053800     MOVE +0 TO VSIO-RETURN-CODE.
053900
054000     MOVE SPACES TO RESIDENCY-RECORD.
054100     MOVE AC-STUDENT-ID TO RES-STUDENT-ID.
054200     MOVE VSIO-DELETE TO VSIO-COMMAND.
054300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054400                         RESIDENCY-FILE,
054500                         RESIDENCY-RECORD.
054600*    END-CALL.
054700     IF VSIO-SUCCESS
054800         MOVE 'DETERMINATION DELETED' TO RL-DISPOSITION
054900         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
055000     ELSE
055100         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
055200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
055300         MOVE +0 TO VSIO-RETURN-CODE.
055400*    END-IF.
055500
055600 149-EXIT.
055700     EXIT.
055800
055900* ************************************************************** *
056000* READS THE STUDENT'S DEMOGRAPHIC RECORD AND SHOWS THE NAME ON   *
056100* THE REGISTER WHEN IT IS FOUND.                                 *
056200* ************************************************************** *
056300 150-READ-STUDENT.
056400
056500     MOVE SPACES TO STUDENT-RECORD-AREA.
056600     MOVE AC-STUDENT-ID TO SIR-STUDENT-ID.
056700     MOVE ZERO TO SIR-KEY-ID.
056800     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
056900     MOVE VSIO-READ TO VSIO-COMMAND.
057000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057100                         STUDENT-MASTER-FILE,
057200                         STUDENT-RECORD-AREA.
057300*    END-CALL.
057400     IF VSIO-SUCCESS
057500         MOVE SIR-NAME TO RL-NAME.
057600*    END-IF.
057700
057800 159-EXIT.
057900     EXIT.
058000
058100 160-WRITE-APPLIED.
058200
058300     WRITE REPORT-LINE FROM REGISTER-LINE.
058400     ADD +1 TO APPLIED-COUNTER.
058500
058600 169-EXIT.
058700     EXIT.
058800
058900 170-WRITE-REJECT.
059000
059100     WRITE REPORT-LINE FROM REGISTER-LINE.
059200     ADD +1 TO REJECT-COUNTER.
059300
059400 179-EXIT.
059500     EXIT.
059600
059700* ************************************************************** *
059800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
059900* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
060000* PROGRAM IN THIS SUITE.                                         *
060100* ************************************************************** *
060200 500-DISPLAY-UNKNOWN-ERROR.
060300
060400     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
060500     EXHIBIT NAMED VSIO-RETURN-CODE.
060600     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
060700                   VSIO-VSAM-FUNCTION-CODE,
060800                   VSIO-VSAM-FEEDBACK-CODE.
060900
061000 509-EXIT.
061100     EXIT.
