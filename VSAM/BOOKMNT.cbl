000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BOOKMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE TEXTBOOK ADOPTION CLUSTER (DDNAME         *
000900* BOOKTBL).  EACH DEPARTMENT SUBMITS THE BOOKS ADOPTED FOR ITS  *
001000* SECTIONS; A RECORD IS KEYED BY THE 12-BYTE SECTTBL KEY        *
001100* (DEPT/COURSE/SECTION/SEMESTER) PLUS A 2-DIGIT BOOK SEQUENCE   *
001200* SO A SECTION CAN CARRY SEVERAL BOOKS.  BOOKORD READS THE FILE *
001300* TO BUILD THE BOOKSTORE'S SUGGESTED ORDER QUANTITIES.          *
001400*                                                               *
001500* DRIVEN BY ACTION CARDS ON UT-S-BOOKCRD:                       *
001600*   COL  1     ACTION     'A' ADD, 'C' CHANGE, 'D' DELETE       *
001700*   COL  2-7   SECTION    DEPT/COURSE/SECTION 9(6)              *
001800*   COL  8-13  SEMESTER                                         *
001900*   COL 14-15  BOOK SEQUENCE 9(2)                               *
002000*   COL 16-28  ISBN                                             *
002100*   COL 29-68  TITLE                                            *
002200*   COL 69     'R' REQUIRED OR 'O' OPTIONAL                     *
002300* AN ADD OR CHANGE MUST NAME A SECTION ON SECTTBL AND CARRY AN  *
002400* ISBN AND TITLE.  A CHANGE REPLACES ALL FIELDS.  THE ENTRY     *
002500* DATE IS STAMPED ON EVERY ADD AND CHANGE.                      *
002600*                                                               *
002700* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE MAINTENANCE   *
002800* REGISTER (SYSPRINT) WITH ITS DISPOSITION.                     *
002900*                                                               *
003000* MODIFICATION HISTORY.                                         *
003100*   DATE       INIT  DESCRIPTION                                *
003200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003300* ************************************************************* *
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT ACTION-CARD-FILE
004400         ASSIGN TO UT-S-BOOKCRD.
004500
004600     SELECT REPORT-FILE
004700         ASSIGN TO UR-1403-S-SYSPRINT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  ACTION-CARD-FILE
005200     LABEL RECORDS ARE OMITTED
005300     RECORD CONTAINS 80 CHARACTERS
005400     BLOCK CONTAINS 0 RECORDS
005500     DATA RECORD IS ACTION-CARD-RECORD.
005600 01  ACTION-CARD-RECORD.
005700     02  AC-ACTION               PIC X(01).
005800         88  AC-ADD                      VALUE 'A'.
005900         88  AC-CHANGE                   VALUE 'C'.
006000         88  AC-DELETE                   VALUE 'D'.
006100     02  AC-SECTION-ID           PIC 9(06).
006200     02  FILLER                  REDEFINES AC-SECTION-ID.
006300         03  AC-DEPARTMENT       PIC 9(02).
006400         03  AC-COURSE           PIC 9(03).
006500         03  AC-SECTION          PIC 9(01).
006600     02  AC-SEMESTER             PIC X(06).
006700     02  AC-SEQUENCE             PIC 9(02).
006800     02  AC-ISBN                 PIC X(13).
006900     02  AC-TITLE                PIC X(40).
007000     02  AC-REQUIRED             PIC X(01).
007100         88  AC-REQUIRED-VALID           VALUE 'R' 'O'.
007200     02  FILLER                  PIC X(11).
007300
007400 FD  REPORT-FILE
007500     LABEL RECORDS ARE OMITTED
007600     RECORD CONTAINS 132 CHARACTERS
007700     BLOCK CONTAINS 0 RECORDS
007800     DATA RECORD IS REPORT-LINE.
007900 01  REPORT-LINE                 PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008300     88  END-OF-FILE                         VALUE 'Y'.
008400
008500 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008600 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008700 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008800
008900 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
009000 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
009100     02  WS-RUN-YY               PIC 9(02).
009200     02  WS-RUN-MM               PIC 9(02).
009300     02  WS-RUN-DD               PIC 9(02).
009400 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
009500 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
009600     02  WS-TODAY-CCYY           PIC 9(04).
009700     02  WS-TODAY-MM             PIC 9(02).
009800     02  WS-TODAY-DD             PIC 9(02).
009900
010000 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010100
010200 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010300 01  BOOK-TABLE-FILE             COPY VSAMIOFB.
010400 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
010500
010600* ************************************************************** *
010700* ONE ADOPTED BOOK PER RECORD (DDNAME BOOKTBL, KEYED SECTION     *
010800* KEY PLUS BOOK SEQUENCE).                                       *
010900* ************************************************************** *
011000 01  BOOK-TABLE-RECORD.
011100     02  BKR-KEY.
011200         03  BKR-DEPARTMENT      PIC 9(02).
011300         03  BKR-COURSE          PIC 9(03).
011400         03  BKR-SECTION         PIC 9(01).
011500         03  BKR-SEMESTER        PIC X(06).
011600         03  BKR-SEQUENCE        PIC 9(02).
011700     02  BKR-ISBN                PIC X(13).
011800     02  BKR-TITLE               PIC X(40).
011900     02  BKR-REQUIRED            PIC X(01).
012000         88  BKR-IS-REQUIRED             VALUE 'R'.
012100         88  BKR-IS-OPTIONAL             VALUE 'O'.
012200     02  BKR-ENTERED-DATE        PIC 9(08).
012300     02  FILLER                  PIC X(04).
012400
012500 01  SECTION-TABLE-RECORD.
012600     02  STR-DEPARTMENT          PIC 9(02).
012700     02  STR-COURSE              PIC 9(03).
012800     02  STR-NUMBER              PIC 9(01).
012900     02  STR-SEMESTER            PIC X(06).
013000     02  STR-DESCRIPTION         PIC X(11).
013100     02  STR-CAPACITY            PIC 9(03).
013200     02  STR-ENROLLED            PIC 9(03).
013300     02  STR-MEET-DAYS           PIC X(05).
013400     02  STR-START-TIME          PIC 9(04).
013500     02  STR-END-TIME            PIC 9(04).
013600     02  STR-ROOM                PIC X(05).
013700     02  STR-INSTRUCTOR-ID       PIC X(05).
013800     02  STR-XLIST-SECTION       PIC 9(06).
013900     02  STR-XLIST-SHARE         PIC 9(03).
014000
014100 01  HEADING-LINE-1.
014200     02  FILLER                  PIC X(38)   VALUE
014300         'BOOKMNT - TEXTBOOK ADOPTION MAINTENANC'.
014400     02  FILLER                  PIC X(94)   VALUE
014500         'E REGISTER'.
014600
014700 01  REGISTER-LINE.
014800     02  RL-ACTION               PIC X(01).
014900     02  FILLER                  PIC X(02)   VALUE SPACES.
015000     02  RL-SECTION-ID           PIC X(06).
015100     02  FILLER                  PIC X(01)   VALUE SPACES.
015200     02  RL-SEMESTER             PIC X(06).
015300     02  FILLER                  PIC X(02)   VALUE SPACES.
015400     02  RL-SEQUENCE             PIC X(02).
015500     02  FILLER                  PIC X(02)   VALUE SPACES.
015600     02  RL-ISBN                 PIC X(13).
015700     02  FILLER                  PIC X(02)   VALUE SPACES.
015800     02  RL-TITLE                PIC X(40).
015900     02  FILLER                  PIC X(02)   VALUE SPACES.
016000     02  RL-REQUIRED             PIC X(01).
016100     02  FILLER                  PIC X(02)   VALUE SPACES.
016200     02  RL-DISPOSITION          PIC X(30).
016300     02  FILLER                  PIC X(18)   VALUE SPACES.
016400
016500 PROCEDURE DIVISION.
016600
016700 000-INITIATE.
016800
016900     OPEN INPUT ACTION-CARD-FILE.
017000     OPEN OUTPUT REPORT-FILE.
017100     WRITE REPORT-LINE FROM HEADING-LINE-1.
017200
017300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
017400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
017500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
017600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
017700     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
017800     MOVE WS-RUN-MM TO WS-TODAY-MM.
017900     MOVE WS-RUN-DD TO WS-TODAY-DD.
018000
018100     MOVE 'BOOKTBL' TO VSIO-DDNAME OF BOOK-TABLE-FILE.
018200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BOOK-TABLE-FILE.
018300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BOOK-TABLE-FILE.
018400     MOVE VSIO-I-O TO VSIO-MODE OF BOOK-TABLE-FILE.
018500     MOVE +80 TO VSIO-RECORD-LENGTH OF BOOK-TABLE-FILE.
018600     MOVE +0 TO VSIO-KEY-POSITION OF BOOK-TABLE-FILE.
018700     MOVE +14 TO VSIO-KEY-LENGTH OF BOOK-TABLE-FILE.
018800     MOVE VSIO-OPEN TO VSIO-COMMAND.
018900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019000                         BOOK-TABLE-FILE,
019100                         BOOK-TABLE-RECORD.
019200*    END-CALL.
019300     IF NOT VSIO-SUCCESS
019400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019500         STOP RUN.
019600*    END-IF.
019700
019800     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
019900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
020000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
020100     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
020200     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
020300     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
020400     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
020500     MOVE VSIO-OPEN TO VSIO-COMMAND.
020600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020700                         SECTION-TABLE-FILE,
020800                         SECTION-TABLE-RECORD.
020900*    END-CALL.
021000     IF NOT VSIO-SUCCESS
021100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021200         STOP RUN.
021300*    END-IF.
021400
021500 010-PROCESS.
021600
021700     PERFORM 110-APPLY-ONE-CARD
021800        THRU 119-EXIT
021900       UNTIL END-OF-FILE.
022000*    END-PERFORM.
022100
022200 020-TERMINATE.
022300
022400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
022500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022600                         BOOK-TABLE-FILE,
022700                         BOOK-TABLE-RECORD.
022800*    END-CALL.
022900     IF NOT VSIO-SUCCESS
023000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
023100*    END-IF.
023200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
023300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023400                         SECTION-TABLE-FILE,
023500                         SECTION-TABLE-RECORD.
023600*    END-CALL.
023700
023800     CLOSE ACTION-CARD-FILE.
023900     CLOSE REPORT-FILE.
024000
024100     DISPLAY 'BOOKMNT: CARDS READ: ' CARD-COUNTER.
024200     DISPLAY 'BOOKMNT: APPLIED:    ' APPLIED-COUNTER.
024300     DISPLAY 'BOOKMNT: REJECTED:   ' REJECT-COUNTER.
024400     STOP RUN.
024500
024600 110-APPLY-ONE-CARD.
024700
024800     READ ACTION-CARD-FILE
024900         AT END
025000             MOVE 'Y' TO END-OF-FILE-SWITCH
025100             GO TO 119-EXIT.
025200*    END-READ.
025300
025400     ADD +1 TO CARD-COUNTER.
025500
025600     MOVE AC-ACTION TO RL-ACTION.
025700     MOVE ACTION-CARD-RECORD (2:6) TO RL-SECTION-ID.
025800     MOVE AC-SEMESTER TO RL-SEMESTER.
025900     MOVE ACTION-CARD-RECORD (14:2) TO RL-SEQUENCE.
026000     MOVE AC-ISBN TO RL-ISBN.
026100     MOVE AC-TITLE TO RL-TITLE.
026200     MOVE AC-REQUIRED TO RL-REQUIRED.
026300
026400     IF AC-SECTION-ID NOT NUMERIC
026500     OR AC-SEMESTER EQUAL SPACES
026600         MOVE 'SECTION OR SEMESTER INVALID' TO RL-DISPOSITION
026700         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026800         GO TO 119-EXIT.
026900*    END-IF.
027000
027100     IF AC-SEQUENCE NOT NUMERIC
027200         MOVE 'BOOK SEQUENCE NOT NUMERIC' TO RL-DISPOSITION
027300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
027400         GO TO 119-EXIT.
027500*    END-IF.
027600
027700     IF (AC-ADD OR AC-CHANGE)
027800     AND (AC-ISBN EQUAL SPACES
027900          OR AC-TITLE EQUAL SPACES)
028000         MOVE 'ISBN OR TITLE MISSING' TO RL-DISPOSITION
028100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028200         GO TO 119-EXIT.
028300*    END-IF.
028400
028500     IF (AC-ADD OR AC-CHANGE)
028600     AND NOT AC-REQUIRED-VALID
028700         MOVE 'REQUIRED FLAG NOT R/O' TO RL-DISPOSITION
028800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028900         GO TO 119-EXIT.
029000*    END-IF.
029100
029200     IF AC-ADD OR AC-CHANGE
029300         PERFORM 150-CHECK-SECTION THRU 159-EXIT
029400         IF NOT VSIO-SUCCESS
029500             MOVE +0 TO VSIO-RETURN-CODE
029600             MOVE 'SECTION NOT ON SECTTBL' TO RL-DISPOSITION
029700             PERFORM 170-WRITE-REJECT THRU 179-EXIT
029800             GO TO 119-EXIT
029900         END-IF.
030000*    END-IF.
030100
030200     EVALUATE TRUE
030300         WHEN AC-ADD
030400             PERFORM 120-ADD-BOOK THRU 129-EXIT
030500         WHEN AC-CHANGE
030600             PERFORM 130-CHANGE-BOOK THRU 139-EXIT
030700         WHEN AC-DELETE
030800             PERFORM 140-DELETE-BOOK THRU 149-EXIT
030900         WHEN OTHER
031000             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
031100             PERFORM 170-WRITE-REJECT THRU 179-EXIT
031200     END-EVALUATE.
031300
031400 119-EXIT.
031500     EXIT.
031600
031700 120-ADD-BOOK.
031800
031900     MOVE SPACES TO BOOK-TABLE-RECORD.
032000     PERFORM 180-SET-BOOK-KEY THRU 189-EXIT.
032100     MOVE AC-ISBN TO BKR-ISBN.
032200     MOVE AC-TITLE TO BKR-TITLE.
032300     MOVE AC-REQUIRED TO BKR-REQUIRED.
032400     MOVE WS-TODAY-CCYYMMDD TO BKR-ENTERED-DATE.
032500     MOVE +80 TO VSIO-RECORD-LENGTH OF BOOK-TABLE-FILE.
032600     MOVE VSIO-WRITE TO VSIO-COMMAND.
032700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032800                         BOOK-TABLE-FILE,
032900                         BOOK-TABLE-RECORD.
033000*    END-CALL.
033100     IF VSIO-SUCCESS
033200         MOVE 'ADDED' TO RL-DISPOSITION
033300         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
033400     ELSE
033500         MOVE 'ADD FAILED - DUPLICATE?' TO RL-DISPOSITION
033600         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
033700*    END-IF.
033800
033900 129-EXIT.
034000     EXIT.
034100
034200 130-CHANGE-BOOK.
034300
034400     MOVE SPACES TO BOOK-TABLE-RECORD.
034500     PERFORM 180-SET-BOOK-KEY THRU 189-EXIT.
034600     MOVE VSIO-READ TO VSIO-COMMAND.
034700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034800                         BOOK-TABLE-FILE,
034900                         BOOK-TABLE-RECORD.
035000*    END-CALL.
035100     IF NOT VSIO-SUCCESS
035200         MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
035300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
035400         GO TO 139-EXIT.
035500*    END-IF.
035600
035700     MOVE AC-ISBN TO BKR-ISBN.
035800     MOVE AC-TITLE TO BKR-TITLE.
035900     MOVE AC-REQUIRED TO BKR-REQUIRED.
036000     MOVE WS-TODAY-CCYYMMDD TO BKR-ENTERED-DATE.
036100     MOVE +80 TO VSIO-RECORD-LENGTH OF BOOK-TABLE-FILE.
036200     MOVE VSIO-REWRITE TO VSIO-COMMAND.
036300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036400                         BOOK-TABLE-FILE,
036500                         BOOK-TABLE-RECORD.
036600*    END-CALL.
036700     IF VSIO-SUCCESS
036800         MOVE 'CHANGED' TO RL-DISPOSITION
036900         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
037000     ELSE
037100         MOVE 'CHANGE FAILED - REWRITE' TO RL-DISPOSITION
037200         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
037300*    END-IF.
037400
037500 139-EXIT.
037600     EXIT.
037700
037800 140-DELETE-BOOK.
037900
038000     MOVE SPACES TO BOOK-TABLE-RECORD.
038100     PERFORM 180-SET-BOOK-KEY THRU 189-EXIT.
038200     MOVE VSIO-DELETE TO VSIO-COMMAND.
038300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038400                         BOOK-TABLE-FILE,
038500                         BOOK-TABLE-RECORD.
038600*    END-CALL.
038700     IF VSIO-SUCCESS
038800         MOVE 'DELETED' TO RL-DISPOSITION
038900         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
039000     ELSE
039100         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
039200         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
039300*    END-IF.
039400
039500 149-EXIT.
039600     EXIT.
039700
039800* ************************************************************** *
039900* READS THE CARD'S SECTION FROM SECTTBL.  THE CALLER TESTS       *
040000* VSIO-SUCCESS.                                                  *
040100* ************************************************************** *
040200 150-CHECK-SECTION.
040300
040400     MOVE SPACES TO SECTION-TABLE-RECORD.
040500     MOVE AC-DEPARTMENT TO STR-DEPARTMENT.
040600     MOVE AC-COURSE TO STR-COURSE.
040700     MOVE AC-SECTION TO STR-NUMBER.
040800     MOVE AC-SEMESTER TO STR-SEMESTER.
040900     MOVE VSIO-READ TO VSIO-COMMAND.
041000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041100                         SECTION-TABLE-FILE,
041200                         SECTION-TABLE-RECORD.
041300*    END-CALL.
041400
041500 159-EXIT.
041600     EXIT.
041700
041800 180-SET-BOOK-KEY.
041900
042000     MOVE AC-DEPARTMENT TO BKR-DEPARTMENT.
042100     MOVE AC-COURSE TO BKR-COURSE.
042200     MOVE AC-SECTION TO BKR-SECTION.
042300     MOVE AC-SEMESTER TO BKR-SEMESTER.
042400     MOVE AC-SEQUENCE TO BKR-SEQUENCE.
042500
042600 189-EXIT.
042700     EXIT.
042800
042900 160-WRITE-APPLIED.
043000
043100     WRITE REPORT-LINE FROM REGISTER-LINE.
043200     ADD +1 TO APPLIED-COUNTER.
043300
043400 169-EXIT.
043500     EXIT.
043600
043700 170-WRITE-REJECT.
043800
043900     WRITE REPORT-LINE FROM REGISTER-LINE.
044000     ADD +1 TO REJECT-COUNTER.
044100
044200 179-EXIT.
044300     EXIT.
044400
044500* ************************************************************** *
044600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
044700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
044800* PROGRAM IN THIS SUITE.                                         *
044900* ************************************************************** *
045000 500-DISPLAY-UNKNOWN-ERROR.
045100
045200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
045300     EXHIBIT NAMED VSIO-RETURN-CODE.
045400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
045500                   VSIO-VSAM-FUNCTION-CODE,
045600                   VSIO-VSAM-FEEDBACK-CODE.
045700
045800 509-EXIT.
045900     EXIT.
