000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STUDUPS.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* LIKELY-DUPLICATE STUDENT REPORT.  A STUDENT WHO REAPPLIES     *
000900* CAN BE ONBOARDED A SECOND TIME BY STDONBRD UNDER A NEW        *
001000* SIR-STUDENT-ID.  THIS RUN PASSES STUDENT-MASTER-FILE ONCE,    *
001100* TABLES EVERY 83-BYTE DEMOGRAPHIC RECORD, AND LISTS EACH PAIR  *
001200* OF STUDENT IDS THAT SHARE A NAME AND EITHER:                  *
001300*   'ZIP/GENDER' - THE SAME ZIP CODE AND GENDER, OR            *
001400*   'ADDRESS'    - THE SAME STREET ADDRESS.                    *
001500* A PAIR MATCHING BOTH WAYS IS LISTED ONCE, AS 'BOTH'.  A ZERO  *
001600* ZIP OR A BLANK ADDRESS (STDONBRD LEAVES BOTH EMPTY UNTIL      *
001700* STUMAINT FILLS THEM IN) NEVER COUNTS AS A MATCH.              *
001800*                                                                 *
001900* THE LOWER (OLDER) STUDENT ID IS SHOWN AS THE SUGGESTED        *
002000* SURVIVOR.  NOTHING IS CHANGED; THE REGISTRAR REVIEWS THE      *
002100* LIST AND SUBMITS THE CONFIRMED PAIRS TO STUMERGE.             *
002200*                                                                 *
002300* MODIFICATION HISTORY.                                          *
002400*   DATE       INIT  DESCRIPTION                                 *
002500*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
002600* ************************************************************* *
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500
003600     SELECT REPORT-FILE
003700         ASSIGN TO UR-1403-S-SYSPRINT.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  REPORT-FILE
004200     LABEL RECORDS ARE OMITTED
004300     RECORD CONTAINS 132 CHARACTERS
004400     BLOCK CONTAINS 0 RECORDS
004500     DATA RECORD IS REPORT-LINE.
004600 01  REPORT-LINE                 PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900 77  MASTER-COUNT                PIC S9(4) COMP  VALUE ZERO.
005000 77  MASTER-LIMIT                PIC S9(4) COMP  VALUE +2000.
005100 77  OUTER-IDX                   PIC S9(4) COMP  VALUE ZERO.
005200 77  INNER-IDX                   PIC S9(4) COMP  VALUE ZERO.
005300
005400 77  PAIR-COUNTER                PIC S9(8) COMP  VALUE ZERO.
005500 77  SKIPPED-COUNTER             PIC S9(8) COMP  VALUE ZERO.
005600
005700 77  WS-ZIP-MATCH-SWITCH         PIC X(01)   VALUE 'N'.
005800     88  WS-ZIP-MATCH                        VALUE 'Y'.
005900 77  WS-ADDRESS-MATCH-SWITCH     PIC X(01)   VALUE 'N'.
006000     88  WS-ADDRESS-MATCH                    VALUE 'Y'.
006100
006200 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
006300 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
006400 01  STUDENT-RECORD-AREA         PIC X(83).
006500 01  STUDENT-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
006600     02  SIR-STUDENT-ID          PIC X(07).
006700     02  SIR-KEY-ID              PIC 9(03).
006800     02  SIR-NAME                PIC X(22).
006900     02  SIR-ADDRESS             PIC X(25).
007000     02  SIR-CITY                PIC X(15).
007100     02  SIR-STATE               PIC X(02).
007200     02  SIR-ZIPCODE             PIC 9(05).
007300     02  SIR-GENDER              PIC X(01).
007400     02  SIR-MAJOR               PIC X(03).
007500
007600* ************************************************************** *
007700* ONE ENTRY PER DEMOGRAPHIC RECORD, IN STUDENT-ID ORDER, SO THE  *
007800* FIRST OF ANY PAIR FOUND IS ALWAYS THE LOWER STUDENT ID.        *
007900* ************************************************************** *
008000 01  MASTER-TABLE.
008100     02  MASTER-ENTRY OCCURS 2000 TIMES.
008200         03  MT-STUDENT-ID       PIC X(07).
008300         03  MT-NAME             PIC X(22).
008400         03  MT-ADDRESS          PIC X(25).
008500         03  MT-ZIPCODE          PIC 9(05).
008600         03  MT-GENDER           PIC X(01).
008700
008800 01  HEADING-LINE-1.
008900     02  FILLER                  PIC X(44) VALUE
009000         'STUDUPS - LIKELY DUPLICATE STUDENT RECORDS'.
009100     02  FILLER                  PIC X(88) VALUE SPACES.
009200
009300 01  HEADING-LINE-2.
009400     02  FILLER                  PIC X(10) VALUE 'SURVIVOR'.
009500     02  FILLER                  PIC X(09) VALUE 'DUPLICATE'.
009600     02  FILLER                  PIC X(24) VALUE 'NAME'.
009700     02  FILLER                  PIC X(12) VALUE 'MATCHED ON'.
009800     02  FILLER                  PIC X(27) VALUE
009900         'SURVIVOR ADDRESS'.
010000     02  FILLER                  PIC X(07) VALUE 'ZIP'.
010100     02  FILLER                  PIC X(27) VALUE
010200         'DUPLICATE ADDRESS'.
010300     02  FILLER                  PIC X(16) VALUE 'ZIP'.
010400
010500 01  PAIR-LINE.
010600     02  PL-SURVIVOR-ID          PIC X(07).
010700     02  FILLER                  PIC X(03) VALUE SPACES.
010800     02  PL-DUPLICATE-ID         PIC X(07).
010900     02  FILLER                  PIC X(02) VALUE SPACES.
011000     02  PL-NAME                 PIC X(22).
011100     02  FILLER                  PIC X(02) VALUE SPACES.
011200     02  PL-MATCH                PIC X(10).
011300     02  FILLER                  PIC X(02) VALUE SPACES.
011400     02  PL-SURVIVOR-ADDRESS     PIC X(25).
011500     02  FILLER                  PIC X(02) VALUE SPACES.
011600     02  PL-SURVIVOR-ZIP         PIC 9(05).
011700     02  FILLER                  PIC X(02) VALUE SPACES.
011800     02  PL-DUPLICATE-ADDRESS    PIC X(25).
011900     02  FILLER                  PIC X(02) VALUE SPACES.
012000     02  PL-DUPLICATE-ZIP        PIC 9(05).
012100     02  FILLER                  PIC X(11) VALUE SPACES.
012200
012300 01  NO-PAIRS-LINE.
012400     02  FILLER                  PIC X(42) VALUE
012500         '*** NO LIKELY DUPLICATES FOUND           '.
012600     02  FILLER                  PIC X(90) VALUE SPACES.
012700
012800 01  TOTAL-LINE.
012900     02  FILLER                  PIC X(18) VALUE
013000         'STUDENTS PASSED:  '.
013100     02  TL-STUDENTS             PIC ZZZZ9.
013200     02  FILLER                  PIC X(18) VALUE
013300         '   LIKELY PAIRS:  '.
013400     02  TL-PAIRS                PIC ZZZZ9.
013500     02  FILLER                  PIC X(24) VALUE
013600         '   NOT TABLED (LIMIT):  '.
013700     02  TL-SKIPPED              PIC ZZZZ9.
013800     02  FILLER                  PIC X(57) VALUE SPACES.
013900
014000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
014100
014200 PROCEDURE DIVISION.
014300
014400 000-INITIATE.
014500
014600     OPEN OUTPUT REPORT-FILE.
014700     WRITE REPORT-LINE FROM HEADING-LINE-1.
014800     WRITE REPORT-LINE FROM BLANK-LINE.
014900     WRITE REPORT-LINE FROM HEADING-LINE-2.
015000
015100     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
015200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
015300     MOVE VSIO-SEQUENTIAL TO
015400         VSIO-ACCESS OF STUDENT-MASTER-FILE.
015500     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
015600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
015700     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
015800     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
015900     MOVE VSIO-OPEN TO VSIO-COMMAND.
016000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016100                         STUDENT-MASTER-FILE,
016200                         STUDENT-RECORD-AREA.
016300*    END-CALL.
016400     IF NOT VSIO-SUCCESS
016500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016600         CLOSE REPORT-FILE
016700         MOVE +8 TO RETURN-CODE
016800         STOP RUN.
016900*    END-IF.
017000
017100 010-PROCESS.
017200
017300     PERFORM 100-LOAD-MASTER
017400        THRU 109-EXIT
017500       UNTIL NOT VSIO-SUCCESS.
017600*    END-PERFORM.
017700
017800     IF NOT VSIO-END-OF-FILE
017900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
018000*    END-IF.
018100
018200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
018300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018400                         STUDENT-MASTER-FILE,
018500                         STUDENT-RECORD-AREA.
018600*    END-CALL.
018700
018800     MOVE 1 TO OUTER-IDX.
018900     PERFORM 200-COMPARE-ONE-STUDENT
019000        THRU 209-EXIT
019100       UNTIL OUTER-IDX NOT LESS THAN MASTER-COUNT.
019200*    END-PERFORM.
019300
019400 020-TERMINATE.
019500
019600     IF PAIR-COUNTER EQUAL ZERO
019700         WRITE REPORT-LINE FROM NO-PAIRS-LINE.
019800*    END-IF.
019900
020000     MOVE MASTER-COUNT TO TL-STUDENTS.
020100     MOVE PAIR-COUNTER TO TL-PAIRS.
020200     MOVE SKIPPED-COUNTER TO TL-SKIPPED.
020300     WRITE REPORT-LINE FROM BLANK-LINE.
020400     WRITE REPORT-LINE FROM TOTAL-LINE.
020500     CLOSE REPORT-FILE.
020600
020700     DISPLAY 'STUDUPS: STUDENTS PASSED: ' MASTER-COUNT.
020800     DISPLAY 'STUDUPS: LIKELY PAIRS:    ' PAIR-COUNTER.
020900     IF SKIPPED-COUNTER GREATER THAN ZERO
021000         DISPLAY 'STUDUPS: NOT TABLED:      ' SKIPPED-COUNTER
021100         MOVE +4 TO RETURN-CODE.
021200*    END-IF.
021300     STOP RUN.
021400
021500* ************************************************************** *
021600* TABLES ONE DEMOGRAPHIC RECORD.  ENROLLMENT, TRANSFER, DEGREE,  *
021700* MAJOR-HISTORY AND STANDING RECORDS ARE STEPPED OVER.           *
021800* ************************************************************** *
021900 100-LOAD-MASTER.
022000
022100     MOVE SPACES TO STUDENT-RECORD-AREA.
022200     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
022300     MOVE VSIO-READ TO VSIO-COMMAND.
022400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022500                         STUDENT-MASTER-FILE,
022600                         STUDENT-RECORD-AREA.
022700*    END-CALL.
022800     IF NOT VSIO-SUCCESS
022900         GO TO 109-EXIT.
023000*    END-IF.
023100
023200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
023300         GO TO 109-EXIT.
023400*    END-IF.
023500
023600     IF MASTER-COUNT NOT LESS THAN MASTER-LIMIT
023700         ADD +1 TO SKIPPED-COUNTER
023800         GO TO 109-EXIT.
023900*    END-IF.
024000
024100     ADD +1 TO MASTER-COUNT.
024200     MOVE SIR-STUDENT-ID TO MT-STUDENT-ID (MASTER-COUNT).
024300     MOVE SIR-NAME TO MT-NAME (MASTER-COUNT).
024400     MOVE SIR-ADDRESS TO MT-ADDRESS (MASTER-COUNT).
024500     MOVE SIR-ZIPCODE TO MT-ZIPCODE (MASTER-COUNT).
024600     MOVE SIR-GENDER TO MT-GENDER (MASTER-COUNT).
024700
024800 109-EXIT.
024900     EXIT.
025000
025100* ************************************************************** *
025200* COMPARES ONE TABLED STUDENT AGAINST EVERY HIGHER STUDENT ID.   *
025300* ************************************************************** *
025400 200-COMPARE-ONE-STUDENT.
025500
025600     COMPUTE INNER-IDX = OUTER-IDX + 1.
025700     PERFORM 210-COMPARE-ONE-PAIR
025800        THRU 219-EXIT
025900       UNTIL INNER-IDX GREATER THAN MASTER-COUNT.
026000*    END-PERFORM.
026100     ADD +1 TO OUTER-IDX.
026200
026300 209-EXIT.
026400     EXIT.
026500
026600 210-COMPARE-ONE-PAIR.
026700
026800     IF MT-NAME (INNER-IDX) NOT EQUAL MT-NAME (OUTER-IDX)
026900     OR MT-NAME (OUTER-IDX) EQUAL SPACES
027000         GO TO 215-NEXT-PAIR.
027100*    END-IF.
027200
027300     MOVE 'N' TO WS-ZIP-MATCH-SWITCH.
027400     MOVE 'N' TO WS-ADDRESS-MATCH-SWITCH.
027500
027600     IF MT-ZIPCODE (OUTER-IDX) NOT EQUAL ZERO
027700     AND MT-ZIPCODE (INNER-IDX) EQUAL MT-ZIPCODE (OUTER-IDX)
027800     AND MT-GENDER (INNER-IDX) EQUAL MT-GENDER (OUTER-IDX)
027900         MOVE 'Y' TO WS-ZIP-MATCH-SWITCH.
028000*    END-IF.
028100
028200     IF MT-ADDRESS (OUTER-IDX) NOT EQUAL SPACES
028300     AND MT-ADDRESS (INNER-IDX) EQUAL MT-ADDRESS (OUTER-IDX)
028400         MOVE 'Y' TO WS-ADDRESS-MATCH-SWITCH.
028500*    END-IF.
028600
028700     EVALUATE TRUE
028800         WHEN WS-ZIP-MATCH AND WS-ADDRESS-MATCH
028900             MOVE 'BOTH' TO PL-MATCH
029000         WHEN WS-ZIP-MATCH
029100             MOVE 'ZIP/GENDER' TO PL-MATCH
029200         WHEN WS-ADDRESS-MATCH
029300             MOVE 'ADDRESS' TO PL-MATCH
029400         WHEN OTHER
029500             GO TO 215-NEXT-PAIR
029600     END-EVALUATE.
029700
029800     MOVE MT-STUDENT-ID (OUTER-IDX) TO PL-SURVIVOR-ID.
029900     MOVE MT-STUDENT-ID (INNER-IDX) TO PL-DUPLICATE-ID.
030000     MOVE MT-NAME (OUTER-IDX) TO PL-NAME.
030100     MOVE MT-ADDRESS (OUTER-IDX) TO PL-SURVIVOR-ADDRESS.
030200     MOVE MT-ZIPCODE (OUTER-IDX) TO PL-SURVIVOR-ZIP.
030300     MOVE MT-ADDRESS (INNER-IDX) TO PL-DUPLICATE-ADDRESS.
030400     MOVE MT-ZIPCODE (INNER-IDX) TO PL-DUPLICATE-ZIP.
030500     WRITE REPORT-LINE FROM PAIR-LINE.
030600     ADD +1 TO PAIR-COUNTER.
030700
030800 215-NEXT-PAIR.
030900     ADD +1 TO INNER-IDX.
031000
031100 219-EXIT.
031200     EXIT.
031300
031400* ************************************************************** *
031500* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
031600* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
031700* PROGRAM IN THIS SUITE.                                         *
031800* ************************************************************** *
031900 500-DISPLAY-UNKNOWN-ERROR.
032000
032100     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
032200     EXHIBIT NAMED VSIO-RETURN-CODE.
032300     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
032400                   VSIO-VSAM-FUNCTION-CODE,
032500                   VSIO-VSAM-FEEDBACK-CODE.
032600
032700 509-EXIT.
032800     EXIT.
