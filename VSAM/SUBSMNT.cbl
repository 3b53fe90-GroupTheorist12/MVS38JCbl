000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SUBSMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE COURSE SUBSTITUTION AND REQUIREMENT       *
000900* WAIVER CLUSTER (DDNAME SUBSTBL), KEYED BY STUDENT-ID + THE    *
001000* REQUIRED COURSE.  EACH RECORD IS AN ADVISOR-APPROVED          *
001100* EXCEPTION TO ONE DEGRTBL COURSE REQUIREMENT FOR ONE STUDENT:  *
001200* EITHER A SUBSTITUTE COURSE THAT SATISFIES IT WHEN PASSED, OR  *
001300* A WAIVER THAT SATISFIES IT OUTRIGHT.  DEGAUDIT, GRADCLR AND   *
001400* GRADCONF HONOR THESE RECORDS AND PRINT WHICH REQUIREMENT WAS  *
001500* MET BY SUBSTITUTION OR WAIVER.                                *
001600*                                                                 *
001700* DRIVEN BY ACTION CARDS ON UT-S-SUBCARD:                       *
001800*   COL  1     ACTION  'A' APPROVE (OR REPLACE), 'D' DELETE     *
001900*   COL  2-8   STUDENT ID (MUST BE ON STUDENT-MASTER-FILE)      *
002000*   COL  9-13  REQUIRED COURSE (MUST BE A DEGRTBL REQUIREMENT   *
002100*              OF THE STUDENT'S MAJOR)                          *
002200*   COL 14     KIND    'S' SUBSTITUTION, 'W' WAIVER             *
002300*   COL 15-19  SUBSTITUTE COURSE (SUBSTITUTION ONLY, MUST BE    *
002400*              ON CRSETBL)                                      *
002500*   COL 20-24  APPROVING ADVISOR (MUST BE THE STUDENT'S         *
002600*              ADVISOR ON ADVSTBL)                              *
002700*   COL 25-54  REASON TEXT                                      *
002800*   COL 55-62  OPERATOR ID                                      *
002900* ONLY COLS 2-13 ARE NEEDED ON A DELETE CARD.                   *
003000*                                                                 *
003100* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE MAINTENANCE   *
003200* REGISTER (SYSPRINT) WITH ITS DISPOSITION.                     *
003300*                                                                 *
003400* MODIFICATION HISTORY.                                          *
003500*   DATE       INIT  DESCRIPTION                                 *
003600*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
003700* ************************************************************* *
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     SELECT ACTION-CARD-FILE
004800         ASSIGN TO UT-S-SUBCARD.
004900
005000     SELECT REPORT-FILE
005100         ASSIGN TO UR-1403-S-SYSPRINT.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  ACTION-CARD-FILE
005600     LABEL RECORDS ARE OMITTED
005700     RECORD CONTAINS 80 CHARACTERS
005800     BLOCK CONTAINS 0 RECORDS
005900     DATA RECORD IS ACTION-CARD-RECORD.
006000 01  ACTION-CARD-RECORD.
006100     02  AC-ACTION               PIC X(01).
006200         88  AC-APPROVE                  VALUE 'A'.
006300         88  AC-DELETE                   VALUE 'D'.
006400     02  AC-STUDENT-ID           PIC X(07).
006500     02  AC-REQ-COURSE           PIC X(05).
006600     02  FILLER REDEFINES AC-REQ-COURSE.
006700         03  AC-REQ-DEPT         PIC 9(02).
006800         03  AC-REQ-NUMBER       PIC 9(03).
006900     02  AC-KIND                 PIC X(01).
007000         88  AC-SUBSTITUTION             VALUE 'S'.
007100         88  AC-WAIVER                   VALUE 'W'.
007200     02  AC-SUB-COURSE           PIC X(05).
007300     02  FILLER REDEFINES AC-SUB-COURSE.
007400         03  AC-SUB-DEPT         PIC 9(02).
007500         03  AC-SUB-NUMBER       PIC 9(03).
007600     02  AC-ADVISOR-ID           PIC X(05).
007700     02  AC-REASON               PIC X(30).
007800     02  AC-OPERATOR-ID          PIC X(08).
007900     02  FILLER                  PIC X(18).
008000
008100 FD  REPORT-FILE
008200     LABEL RECORDS ARE OMITTED
008300     RECORD CONTAINS 132 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS REPORT-LINE.
008600 01  REPORT-LINE                 PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009000     88  END-OF-FILE                         VALUE 'Y'.
009100 77  WS-REQ-DONE-SW              PIC X(01)   VALUE 'N'.
009200     88  WS-REQ-DONE                         VALUE 'Y'.
009300 77  WS-REQ-FOUND-SW             PIC X(01)   VALUE 'N'.
009400     88  WS-REQ-FOUND                        VALUE 'Y'.
009500
009600 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009700 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009800 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009900
010000 01  WS-MAJOR-DEPT               PIC X(02)   VALUE SPACES.
010100
010200 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
010300 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
010400     02  WS-RUN-YY               PIC 9(02).
010500     02  WS-RUN-MM               PIC 9(02).
010600     02  WS-RUN-DD               PIC 9(02).
010700
010800 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010900 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
011000     02  WS-TODAY-CCYY           PIC 9(04).
011100     02  WS-TODAY-MM             PIC 9(02).
011200     02  WS-TODAY-DD             PIC 9(02).
011300
011400 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011500
011600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
011700 01  SUBSTITUTION-FILE           COPY VSAMIOFB.
011800 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
011900 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
012000 01  REQUIREMENT-TABLE-FILE      COPY VSAMIOFB.
012100 01  ADVISOR-FILE                COPY VSAMIOFB.
012200
012300 01  STUDENT-RECORD-AREA         PIC X(83).
012400
012500* ************************************************************** *
012600* ONE APPROVED EXCEPTION TO A DEGRTBL COURSE REQUIREMENT         *
012700* (DDNAME SUBSTBL, 69 BYTES, KEYED STUDENT-ID + REQUIRED         *
012800* COURSE).  A WAIVER CARRIES ZERO IN THE SUBSTITUTE COURSE.      *
012900* ************************************************************** *
013000 01  SUBSTITUTION-RECORD.
013100     02  SBR-STUDENT-ID          PIC X(07).
013200     02  SBR-REQ-COURSE.
013300         03  SBR-REQ-DEPT        PIC 9(02).
013400         03  SBR-REQ-NUMBER      PIC 9(03).
013500     02  SBR-KIND                PIC X(01).
013600         88  SBR-IS-SUBSTITUTION         VALUE 'S'.
013700         88  SBR-IS-WAIVER               VALUE 'W'.
013800     02  SBR-SUB-COURSE.
013900         03  SBR-SUB-DEPT        PIC 9(02).
014000         03  SBR-SUB-NUMBER      PIC 9(03).
014100     02  SBR-ADVISOR-ID          PIC X(05).
014200     02  SBR-REASON              PIC X(30).
014300     02  SBR-APPROVED-DATE       PIC 9(08).
014400     02  SBR-OPERATOR-ID         PIC X(08).
014500
014600 01  COURSE-TABLE-RECORD.
014700     02  CTR-DEPARTMENT          PIC 9(02).
014800     02  CTR-NUMBER              PIC 9(03).
014900     02  CTR-DESCRIPTION         PIC X(50).
015000     02  CTR-CREDIT-HOURS        PIC 9(01).
015100
015200 01  REQUIREMENT-TABLE-RECORD.
015300     02  RQT-DEPARTMENT          PIC 9(02).
015400     02  RQT-SEQUENCE            PIC 9(03).
015500     02  RQT-GROUP               PIC 9(02).
015600     02  RQT-CHOOSE-COUNT        PIC 9(02).
015700     02  RQT-COURSE.
015800         03  RQT-COURSE-DEPT     PIC 9(02).
015900         03  RQT-COURSE-NUMBER   PIC 9(03).
016000
016100 01  ADVISOR-RECORD.
016200     02  ADV-STUDENT-ID          PIC X(07).
016300     02  ADV-INSTRUCTOR-ID       PIC X(05).
016400     02  ADV-ASSIGNED-DATE       PIC 9(08).
016500
016600 01  HEADING-LINE-1.
016700     02  FILLER                  PIC X(46)   VALUE
016800         'SUBSMNT - COURSE SUBSTITUTION AND WAIVER REGIS'.
016900     02  FILLER                  PIC X(86)   VALUE 'TER'.
017000
017100 01  HEADING-LINE-2.
017200     02  FILLER                  PIC X(48)   VALUE
017300         'A STUDENT  REQ   K SUB   ADVSR REASON           '.
017400     02  FILLER                  PIC X(84)   VALUE
017500         '               DISPOSITION'.
017600
017700 01  REGISTER-LINE.
017800     02  RL-ACTION               PIC X(01).
017900     02  FILLER                  PIC X(01)   VALUE SPACES.
018000     02  RL-STUDENT-ID           PIC X(07).
018100     02  FILLER                  PIC X(02)   VALUE SPACES.
018200     02  RL-REQ-COURSE           PIC X(05).
018300     02  FILLER                  PIC X(01)   VALUE SPACES.
018400     02  RL-KIND                 PIC X(01).
018500     02  FILLER                  PIC X(01)   VALUE SPACES.
018600     02  RL-SUB-COURSE           PIC X(05).
018700     02  FILLER                  PIC X(01)   VALUE SPACES.
018800     02  RL-ADVISOR-ID           PIC X(05).
018900     02  FILLER                  PIC X(01)   VALUE SPACES.
019000     02  RL-REASON               PIC X(30).
019100     02  FILLER                  PIC X(02)   VALUE SPACES.
019200     02  RL-DISPOSITION          PIC X(30).
019300     02  FILLER                  PIC X(39)   VALUE SPACES.
019400
019500 PROCEDURE DIVISION.
019600
019700 000-INITIATE.
019800
019900     OPEN INPUT ACTION-CARD-FILE.
020000     OPEN OUTPUT REPORT-FILE.
020100     WRITE REPORT-LINE FROM HEADING-LINE-1.
020200     WRITE REPORT-LINE FROM HEADING-LINE-2.
020300
020400     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
020500     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
020600     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
020700     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
020800     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
020900     MOVE WS-RUN-MM TO WS-TODAY-MM.
021000     MOVE WS-RUN-DD TO WS-TODAY-DD.
021100
021200     MOVE 'SUBSTBL' TO VSIO-DDNAME OF SUBSTITUTION-FILE.
021300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SUBSTITUTION-FILE.
021400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SUBSTITUTION-FILE.
021500     MOVE VSIO-I-O TO VSIO-MODE OF SUBSTITUTION-FILE.
021600     MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE.
021700     MOVE +0 TO VSIO-KEY-POSITION OF SUBSTITUTION-FILE.
021800     MOVE +12 TO VSIO-KEY-LENGTH OF SUBSTITUTION-FILE.
021900     MOVE VSIO-OPEN TO VSIO-COMMAND.
022000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022100                         SUBSTITUTION-FILE,
022200                         SUBSTITUTION-RECORD.
022300*    END-CALL.
022400     IF NOT VSIO-SUCCESS
022500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022600         STOP RUN.
022700*    END-IF.
022800
022900     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
023000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
023100     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
023200     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
023300     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
023400     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
023500     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
023600     MOVE VSIO-OPEN TO VSIO-COMMAND.
023700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023800                         STUDENT-MASTER-FILE,
023900                         STUDENT-RECORD-AREA.
024000*    END-CALL.
024100     IF NOT VSIO-SUCCESS
024200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024300         STOP RUN.
024400*    END-IF.
024500
024600     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
024700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
024800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
024900     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
025000     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
025100     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
025200     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
025300     MOVE VSIO-OPEN TO VSIO-COMMAND.
025400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025500                         COURSE-TABLE-FILE,
025600                         COURSE-TABLE-RECORD.
025700*    END-CALL.
025800     IF NOT VSIO-SUCCESS
025900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026000         STOP RUN.
026100*    END-IF.
026200
026300     MOVE 'DEGRTBL' TO VSIO-DDNAME OF REQUIREMENT-TABLE-FILE.
026400     MOVE VSIO-KSDS TO
026500         VSIO-ORGANIZATION OF REQUIREMENT-TABLE-FILE.
026600     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF REQUIREMENT-TABLE-FILE.
026700     MOVE VSIO-INPUT TO VSIO-MODE OF REQUIREMENT-TABLE-FILE.
026800     MOVE +14 TO VSIO-RECORD-LENGTH OF REQUIREMENT-TABLE-FILE.
026900     MOVE +0 TO VSIO-KEY-POSITION OF REQUIREMENT-TABLE-FILE.
027000     MOVE +5 TO VSIO-KEY-LENGTH OF REQUIREMENT-TABLE-FILE.
027100     MOVE VSIO-OPEN TO VSIO-COMMAND.
027200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027300                         REQUIREMENT-TABLE-FILE,
027400                         REQUIREMENT-TABLE-RECORD.
027500*    END-CALL.
027600     IF NOT VSIO-SUCCESS
027700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027800         STOP RUN.
027900*    END-IF.
028000
028100     MOVE 'ADVSTBL' TO VSIO-DDNAME OF ADVISOR-FILE.
028200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF ADVISOR-FILE.
028300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF ADVISOR-FILE.
028400     MOVE VSIO-INPUT TO VSIO-MODE OF ADVISOR-FILE.
028500     MOVE +20 TO VSIO-RECORD-LENGTH OF ADVISOR-FILE.
028600     MOVE +0 TO VSIO-KEY-POSITION OF ADVISOR-FILE.
028700     MOVE +7 TO VSIO-KEY-LENGTH OF ADVISOR-FILE.
028800     MOVE VSIO-OPEN TO VSIO-COMMAND.
028900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029000                         ADVISOR-FILE,
029100                         ADVISOR-RECORD.
029200*    END-CALL.
029300     IF NOT VSIO-SUCCESS
029400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029500         STOP RUN.
029600*    END-IF.
029700
029800 010-PROCESS.
029900
030000     PERFORM 110-APPLY-ONE-CARD
030100        THRU 119-EXIT
030200       UNTIL END-OF-FILE.
030300*    END-PERFORM.
030400
030500 020-TERMINATE.
030600
030700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030900                         SUBSTITUTION-FILE,
031000                         SUBSTITUTION-RECORD.
031100*    END-CALL.
031200     IF NOT VSIO-SUCCESS
031300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
031400*    END-IF.
031500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031600                         STUDENT-MASTER-FILE,
031700                         STUDENT-RECORD-AREA.
031800*    END-CALL.
031900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032000                         COURSE-TABLE-FILE,
032100                         COURSE-TABLE-RECORD.
032200*    END-CALL.
032300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032400                         REQUIREMENT-TABLE-FILE,
032500                         REQUIREMENT-TABLE-RECORD.
032600*    END-CALL.
032700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032800                         ADVISOR-FILE,
032900                         ADVISOR-RECORD.
033000*    END-CALL.
033100
033200     CLOSE ACTION-CARD-FILE.
033300     CLOSE REPORT-FILE.
033400
033500     DISPLAY 'SUBSMNT: CARDS READ: ' CARD-COUNTER.
033600     DISPLAY 'SUBSMNT: APPLIED:    ' APPLIED-COUNTER.
033700     DISPLAY 'SUBSMNT: REJECTED:   ' REJECT-COUNTER.
033800     STOP RUN.
033900
034000 110-APPLY-ONE-CARD.
034100
034200     READ ACTION-CARD-FILE
034300         AT END
034400             MOVE 'Y' TO END-OF-FILE-SWITCH
034500             GO TO 119-EXIT.
034600*    END-READ.
034700
034800     ADD +1 TO CARD-COUNTER.
034900
035000     MOVE AC-ACTION TO RL-ACTION.
035100     MOVE AC-STUDENT-ID TO RL-STUDENT-ID.
035200     MOVE AC-REQ-COURSE TO RL-REQ-COURSE.
035300     MOVE AC-KIND TO RL-KIND.
035400     MOVE AC-SUB-COURSE TO RL-SUB-COURSE.
035500     MOVE AC-ADVISOR-ID TO RL-ADVISOR-ID.
035600     MOVE AC-REASON TO RL-REASON.
035700
035800     IF AC-STUDENT-ID EQUAL SPACES
035900         MOVE 'NO STUDENT ID ON CARD' TO RL-DISPOSITION
036000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
036100         GO TO 119-EXIT.
036200*    END-IF.
036300
036400     IF AC-REQ-COURSE NOT NUMERIC
036500         MOVE 'REQUIRED COURSE NOT NUMERIC' TO RL-DISPOSITION
036600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
036700         GO TO 119-EXIT.
036800*    END-IF.
036900
037000     EVALUATE TRUE
037100         WHEN AC-APPROVE
037200             PERFORM 120-APPROVE-EXCEPTION THRU 129-EXIT
037300         WHEN AC-DELETE
037400             PERFORM 140-DELETE-EXCEPTION THRU 149-EXIT
037500         WHEN OTHER
037600             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
037700             PERFORM 170-WRITE-REJECT THRU 179-EXIT
037800     END-EVALUATE.
037900
038000 119-EXIT.
038100     EXIT.
038200
038300* ************************************************************** *
038400* VALIDATES AN APPROVE CARD AGAINST THE MASTER, THE MAJOR'S      *
038500* DEGRTBL REQUIREMENTS, CRSETBL AND THE STUDENT'S ADVISOR        *
038600* ASSIGNMENT, THEN WRITES THE EXCEPTION (OR REPLACES THE ONE     *
038700* ALREADY ON FILE FOR THE SAME REQUIRED COURSE).                 *
038800* ************************************************************** *
038900 120-APPROVE-EXCEPTION.
039000
039100     IF NOT AC-SUBSTITUTION
039200     AND NOT AC-WAIVER
039300         MOVE 'KIND NOT S OR W' TO RL-DISPOSITION
039400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
039500         GO TO 129-EXIT.
039600*    END-IF.
039700
039800     IF AC-SUBSTITUTION
039900         IF AC-SUB-COURSE NOT NUMERIC
040000             MOVE 'SUBSTITUTE COURSE NOT NUMERIC'
040100                 TO RL-DISPOSITION
040200             PERFORM 170-WRITE-REJECT THRU 179-EXIT
040300             GO TO 129-EXIT
040400         END-IF
040500         IF AC-SUB-COURSE EQUAL AC-REQ-COURSE
040600             MOVE 'SUBSTITUTE SAME AS REQUIRED'
040700                 TO RL-DISPOSITION
040800             PERFORM 170-WRITE-REJECT THRU 179-EXIT
040900             GO TO 129-EXIT.
041000*        END-IF
041100*    END-IF.
041200
041300     IF AC-ADVISOR-ID EQUAL SPACES
041400         MOVE 'NO APPROVING ADVISOR ON CARD' TO RL-DISPOSITION
041500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
041600         GO TO 129-EXIT.
041700*    END-IF.
041800
041900     IF AC-REASON EQUAL SPACES
042000         MOVE 'NO REASON ON APPROVE CARD' TO RL-DISPOSITION
042100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
042200         GO TO 129-EXIT.
042300*    END-IF.
042400
042500     MOVE SPACES TO STUDENT-RECORD-AREA.
042600     MOVE AC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
042700     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
042800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042900                         STUDENT-MASTER-FILE,
043000                         STUDENT-RECORD-AREA.
043100*    END-CALL.
043200     IF NOT VSIO-SUCCESS
043300         MOVE 'STUDENT NOT ON FILE' TO RL-DISPOSITION
043400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
043500         MOVE +0 TO VSIO-RETURN-CODE
043600         GO TO 129-EXIT.
043700*    END-IF.
043800     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
043900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
044000     MOVE VSIO-READ TO VSIO-COMMAND.
044100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044200                         STUDENT-MASTER-FILE,
044300                         STUDENT-RECORD-AREA.
044400*    END-CALL.
044500     IF NOT VSIO-SUCCESS
044600     OR STUDENT-RECORD-AREA (1:7) NOT EQUAL AC-STUDENT-ID
044700         MOVE 'STUDENT NOT ON FILE' TO RL-DISPOSITION
044800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
044900         MOVE +0 TO VSIO-RETURN-CODE
045000         GO TO 129-EXIT.
045100*    END-IF.
045200     MOVE STUDENT-RECORD-AREA (81:2) TO WS-MAJOR-DEPT.
045300
045400     IF WS-MAJOR-DEPT NOT NUMERIC
045500         MOVE 'STUDENT HAS NO DECLARED MAJOR' TO RL-DISPOSITION
045600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
045700         GO TO 129-EXIT.
045800*    END-IF.
045900
046000     PERFORM 130-FIND-REQUIREMENT THRU 139-EXIT.
046100     IF NOT WS-REQ-FOUND
046200         MOVE 'NOT A REQUIREMENT OF THE MAJOR' TO RL-DISPOSITION
046300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
046400         GO TO 129-EXIT.
046500*    END-IF.
046600
046700     IF AC-SUBSTITUTION
046800         MOVE SPACES TO COURSE-TABLE-RECORD
046900         MOVE AC-SUB-DEPT TO CTR-DEPARTMENT
047000         MOVE AC-SUB-NUMBER TO CTR-NUMBER
047100         MOVE VSIO-READ TO VSIO-COMMAND
047200         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047300                             COURSE-TABLE-FILE,
047400                             COURSE-TABLE-RECORD
047500         IF NOT VSIO-SUCCESS
047600             MOVE 'SUBSTITUTE NOT ON CRSETBL' TO RL-DISPOSITION
047700             PERFORM 170-WRITE-REJECT THRU 179-EXIT
047800             MOVE +0 TO VSIO-RETURN-CODE
047900             GO TO 129-EXIT.
048000*        END-IF
048100*    END-IF.
048200
048300     MOVE SPACES TO ADVISOR-RECORD.
048400     MOVE AC-STUDENT-ID TO ADV-STUDENT-ID.
048500     MOVE VSIO-READ TO VSIO-COMMAND.
048600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048700                         ADVISOR-FILE,
048800                         ADVISOR-RECORD.
048900*    END-CALL.
049000     IF NOT VSIO-SUCCESS
049100         MOVE 'STUDENT HAS NO ADVISOR' TO RL-DISPOSITION
049200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
049300         MOVE +0 TO VSIO-RETURN-CODE
049400         GO TO 129-EXIT.
049500*    END-IF.
049600     IF ADV-INSTRUCTOR-ID NOT EQUAL AC-ADVISOR-ID
049700         MOVE 'NOT THE STUDENT''S ADVISOR' TO RL-DISPOSITION
049800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
049900         GO TO 129-EXIT.
050000*    END-IF.
050100
050200     MOVE SPACES TO SUBSTITUTION-RECORD.
050300     MOVE AC-STUDENT-ID TO SBR-STUDENT-ID.
050400     MOVE AC-REQ-DEPT TO SBR-REQ-DEPT.
050500     MOVE AC-REQ-NUMBER TO SBR-REQ-NUMBER.
050600     MOVE AC-KIND TO SBR-KIND.
050700     IF AC-SUBSTITUTION
050800         MOVE AC-SUB-DEPT TO SBR-SUB-DEPT
050900         MOVE AC-SUB-NUMBER TO SBR-SUB-NUMBER
051000     ELSE
051100         MOVE ZERO TO SBR-SUB-DEPT
051200         MOVE ZERO TO SBR-SUB-NUMBER
051300         MOVE SPACES TO RL-SUB-COURSE.
051400*    END-IF.
051500     MOVE AC-ADVISOR-ID TO SBR-ADVISOR-ID.
051600     MOVE AC-REASON TO SBR-REASON.
051700     MOVE WS-TODAY-CCYYMMDD TO SBR-APPROVED-DATE.
051800     MOVE AC-OPERATOR-ID TO SBR-OPERATOR-ID.
051900     MOVE AC-OPERATOR-ID TO VSIO-OPERATOR-ID.
052000
052100     MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE.
052200     MOVE VSIO-WRITE TO VSIO-COMMAND.
052300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052400                         SUBSTITUTION-FILE,
052500                         SUBSTITUTION-RECORD.
052600*    END-CALL.
052700     IF VSIO-SUCCESS
052800         IF AC-SUBSTITUTION
052900             MOVE 'SUBSTITUTION APPROVED' TO RL-DISPOSITION
053000         ELSE
053100             MOVE 'WAIVER APPROVED' TO RL-DISPOSITION
053200         END-IF
053300         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
053400         GO TO 129-EXIT.
053500*    END-IF.
053600
053700     IF VSIO-RECORD-NOT-FOUND
053800         MOVE +0 TO VSIO-RETURN-CODE
053900         MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE
054000         MOVE VSIO-REWRITE TO VSIO-COMMAND
054100         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054200                             SUBSTITUTION-FILE,
054300                             SUBSTITUTION-RECORD
054400         IF VSIO-SUCCESS
054500             MOVE 'EXCEPTION REPLACED' TO RL-DISPOSITION
054600             PERFORM 160-WRITE-APPLIED THRU 169-EXIT
054700         ELSE
054800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054900             MOVE 'APPROVE FAILED - SEE VSIOLOG'
055000                 TO RL-DISPOSITION
055100             PERFORM 170-WRITE-REJECT THRU 179-EXIT
055200         END-IF
055300     ELSE
055400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
055500         MOVE 'APPROVE FAILED - SEE VSIOLOG' TO RL-DISPOSITION
055600         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
055700*    END-IF.
055800
055900 129-EXIT.
056000     EXIT.
056100
056200* ************************************************************** *
056300* BROWSES THE DEGRTBL REQUIREMENTS OF THE STUDENT'S MAJOR FOR    *
056400* THE REQUIRED COURSE ON THE CARD (SINGLE OR CHOOSE-N MEMBER).   *
056500* ************************************************************** *
056600 130-FIND-REQUIREMENT.
056700
056800     MOVE 'N' TO WS-REQ-FOUND-SW.
056900     MOVE 'N' TO WS-REQ-DONE-SW.
057000
057100     MOVE SPACES TO REQUIREMENT-TABLE-RECORD.
057200     MOVE WS-MAJOR-DEPT TO RQT-DEPARTMENT.
057300     MOVE ZERO TO RQT-SEQUENCE.
057400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
057500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057600                         REQUIREMENT-TABLE-FILE,
057700                         REQUIREMENT-TABLE-RECORD.
057800*    END-CALL.
057900     IF NOT VSIO-SUCCESS
058000         MOVE 'Y' TO WS-REQ-DONE-SW
058100         MOVE +0 TO VSIO-RETURN-CODE.
058200*    END-IF.
058300
058400     PERFORM 135-SCAN-ONE-REQUIREMENT
058500        THRU 135-EXIT
058600       UNTIL WS-REQ-DONE
058700          OR WS-REQ-FOUND.
058800*    END-PERFORM.
058900
059000 139-EXIT.
059100     EXIT.
059200
059300 135-SCAN-ONE-REQUIREMENT.
059400
059500     MOVE SPACES TO REQUIREMENT-TABLE-RECORD (1:5).
059600     MOVE +14 TO VSIO-RECORD-LENGTH OF REQUIREMENT-TABLE-FILE.
059700     MOVE VSIO-READ TO VSIO-COMMAND.
059800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059900                         REQUIREMENT-TABLE-FILE,
060000                         REQUIREMENT-TABLE-RECORD.
060100*    END-CALL.
060200     IF NOT VSIO-SUCCESS
060300         MOVE 'Y' TO WS-REQ-DONE-SW
060400         MOVE +0 TO VSIO-RETURN-CODE
060500         GO TO 135-EXIT.
060600*    END-IF.
060700
060800     IF RQT-DEPARTMENT NOT EQUAL WS-MAJOR-DEPT
060900         MOVE 'Y' TO WS-REQ-DONE-SW
061000         GO TO 135-EXIT.
061100*    END-IF.
061200
061300     IF RQT-COURSE-DEPT EQUAL AC-REQ-DEPT
061400     AND RQT-COURSE-NUMBER EQUAL AC-REQ-NUMBER
061500         MOVE 'Y' TO WS-REQ-FOUND-SW.
061600*    END-IF.
061700
061800 135-EXIT.
061900     EXIT.
062000
062100 140-DELETE-EXCEPTION.
062200
062300     MOVE SPACES TO SUBSTITUTION-RECORD.
062400     MOVE AC-STUDENT-ID TO SBR-STUDENT-ID.
062500     MOVE AC-REQ-DEPT TO SBR-REQ-DEPT.
062600     MOVE AC-REQ-NUMBER TO SBR-REQ-NUMBER.
062700     MOVE AC-OPERATOR-ID TO VSIO-OPERATOR-ID.
062800     MOVE VSIO-DELETE TO VSIO-COMMAND.
062900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063000                         SUBSTITUTION-FILE,
063100                         SUBSTITUTION-RECORD.
063200*    END-CALL.
063300     IF VSIO-SUCCESS
063400         MOVE 'EXCEPTION DELETED' TO RL-DISPOSITION
063500         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
063600     ELSE
063700         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
063800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
063900         MOVE +0 TO VSIO-RETURN-CODE.
064000*    END-IF.
064100
064200 149-EXIT.
064300     EXIT.
064400
064500 160-WRITE-APPLIED.
064600
064700     WRITE REPORT-LINE FROM REGISTER-LINE.
064800     ADD +1 TO APPLIED-COUNTER.
064900
065000 169-EXIT.
065100     EXIT.
065200
065300 170-WRITE-REJECT.
065400
065500     WRITE REPORT-LINE FROM REGISTER-LINE.
065600     ADD +1 TO REJECT-COUNTER.
065700
065800 179-EXIT.
065900     EXIT.
066000
066100* ************************************************************** *
066200* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
066300* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
066400* PROGRAM IN THIS SUITE.                                         *
066500* ************************************************************** *
066600 500-DISPLAY-UNKNOWN-ERROR.
066700
066800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
066900     EXHIBIT NAMED VSIO-RETURN-CODE.
067000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
067100                   VSIO-VSAM-FUNCTION-CODE,
067200                   VSIO-VSAM-FEEDBACK-CODE.
067300
067400 509-EXIT.
067500     EXIT.
