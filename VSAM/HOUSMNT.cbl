000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* RESIDENCE HALL ASSIGNMENT MAINTENANCE.  APPLIES ASSIGN, MOVE  *
000900* AND VACATE TRANSACTIONS TO THE HOUSING ASSIGNMENT CLUSTER     *
001000* (DDNAME HOUSASG, KEYED SEMESTER + STUDENT).  EACH RECORD      *
001100* KEEPS UP TO FOUR STAYS FOR THE STUDENT'S SEMESTER -- THE      *
001200* HALL, ROOM AND THE DATES THE STUDENT MOVED IN AND OUT -- SO   *
001300* HOUSBILL CAN PRORATE THE ROOM RATES ACROSS A MOVE.            *
001400*   - ASSIGN PUTS A STUDENT NOT NOW IN HOUSING FOR THE SEMESTER *
001500*     INTO A ROOM (A VACATED STUDENT MAY BE ASSIGNED AGAIN);    *
001600*   - MOVE ENDS THE CURRENT STAY ON THE EFFECTIVE DATE AND      *
001700*     OPENS ONE IN THE NEW ROOM (A MOVE DATED THE DAY THE       *
001800*     CURRENT STAY BEGAN JUST CORRECTS ITS ROOM);               *
001900*   - VACATE ENDS THE CURRENT STAY ON THE EFFECTIVE DATE.       *
002000* THE STUDENT MUST BE ON STMASTR, THE SEMESTER ON THE SEMTBL    *
002100* CALENDAR AND THE EFFECTIVE DATE WITHIN ITS TERM DATES.  THE   *
002200* ROOM MUST BE ON HALLTBL (MAINTAINED BY HALLMNT), AVAILABLE,   *
002300* AND HAVE A BED NOT TAKEN BY ANOTHER STUDENT ASSIGNED TO IT    *
002400* FOR THE SEMESTER.                                             *
002500*                                                               *
002600* DRIVEN BY TRANSACTION CARDS ON UT-S-HOUSCRD:                  *
002700*   COL  1     ACTION     'A' ASSIGN, 'M' MOVE, 'V' VACATE      *
002800*   COL  2-7   SEMESTER                                         *
002900*   COL  8-14  STUDENT-ID                                       *
003000*   COL 15-18  HALL       (ASSIGN AND MOVE)                     *
003100*   COL 19-23  ROOM       (ASSIGN AND MOVE)                     *
003200*   COL 24-31  EFFECTIVE DATE CCYYMMDD.  LEFT BLANK, AN ASSIGN  *
003300*              TAKES THE FIRST DAY OF THE TERM AND A MOVE OR    *
003400*              VACATE THE RUN DATE, KEPT WITHIN THE TERM.       *
003500*                                                               *
003600* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE ASSIGNMENT    *
003700* REGISTER (SYSPRINT) WITH ITS DISPOSITION.                     *
003800*                                                               *
003900* MODIFICATION HISTORY.                                         *
004000*   DATE       INIT  DESCRIPTION                                *
004100*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004200* ************************************************************* *
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     SELECT TRANSACTION-CARD-FILE
005300         ASSIGN TO UT-S-HOUSCRD.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO UR-1403-S-SYSPRINT.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  TRANSACTION-CARD-FILE
006100     LABEL RECORDS ARE OMITTED
006200     RECORD CONTAINS 80 CHARACTERS
006300     BLOCK CONTAINS 0 RECORDS
006400     DATA RECORD IS TRANSACTION-CARD-RECORD.
006500 01  TRANSACTION-CARD-RECORD.
006600     02  TC-ACTION               PIC X(01).
006700         88  TC-ASSIGN                   VALUE 'A'.
006800         88  TC-MOVE                     VALUE 'M'.
006900         88  TC-VACATE                   VALUE 'V'.
007000     02  TC-SEMESTER             PIC X(06).
007100     02  TC-STUDENT-ID           PIC X(07).
007200     02  TC-HALL                 PIC X(04).
007300     02  TC-ROOM                 PIC X(05).
007400     02  TC-EFFECTIVE-DATE       PIC X(08).
007500     02  FILLER REDEFINES TC-EFFECTIVE-DATE.
007600         03  TC-EFFECTIVE-DATE-N PIC 9(08).
007700     02  FILLER                  PIC X(49).
007800
007900 FD  REPORT-FILE
008000     LABEL RECORDS ARE OMITTED
008100     RECORD CONTAINS 132 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS REPORT-LINE.
008400 01  REPORT-LINE                 PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008800     88  END-OF-FILE                         VALUE 'Y'.
008900 77  ASSIGNMENT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
009000     88  ASSIGNMENT-EOF                      VALUE 'Y'.
009100 77  WS-ASSIGNMENT-FOUND-SW      PIC X(01)   VALUE 'N'.
009200     88  WS-ASSIGNMENT-FOUND                 VALUE 'Y'.
009300 77  WS-CARD-OK-SW               PIC X(01)   VALUE 'N'.
009400     88  WS-CARD-OK                          VALUE 'Y'.
009500
009600 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009700 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009800 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009900 77  STAY-IDX                    PIC S9(4) COMP VALUE ZERO.
010000 77  WS-OCCUPANTS                PIC S9(4) COMP VALUE ZERO.
010100
010200 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
010300 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
010400     02  WS-RUN-YY               PIC 9(02).
010500     02  WS-RUN-MM               PIC 9(02).
010600     02  WS-RUN-DD               PIC 9(02).
010700 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010800 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
010900     02  WS-TODAY-CCYY           PIC 9(04).
011000     02  WS-TODAY-MM             PIC 9(02).
011100     02  WS-TODAY-DD             PIC 9(02).
011200
011300 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011400
011500 01  WS-WORK-FIELDS.
011600     02  WS-EFFECTIVE-DATE       PIC 9(08)   VALUE ZERO.
011700     02  WS-LAST-SEMESTER        PIC X(06)   VALUE SPACES.
011800
011900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
012000 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
012100 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
012200 01  HALL-ROOM-FILE              COPY VSAMIOFB.
012300 01  HOUSING-ASSIGNMENT-FILE     COPY VSAMIOFB.
012400
012500 01  STUDENT-RECORD-AREA         PIC X(83).
012600
012700 01  SEMESTER-TABLE-RECORD.
012800     02  SMR-CODE                PIC X(06).
012900     02  SMR-DESCRIPTION         PIC X(20).
013000     02  SMR-START-DATE          PIC 9(08).
013100     02  SMR-END-DATE            PIC 9(08).
013200     02  FILLER                  PIC X(82).
013300
013400* ************************************************************** *
013500* ONE RESIDENCE HALL ROOM PER RECORD (DDNAME HALLTBL, KEYED HALL *
013600* + ROOM), MAINTAINED BY HALLMNT.                                *
013700* ************************************************************** *
013800 01  HALL-ROOM-RECORD.
013900     02  HRM-KEY.
014000         03  HRM-HALL            PIC X(04).
014100         03  HRM-ROOM            PIC X(05).
014200     02  HRM-HALL-NAME           PIC X(20).
014300     02  HRM-BEDS                PIC 9(02).
014400     02  HRM-RATE                PIC 9(05)V99.
014500     02  HRM-AVAILABLE           PIC X(01).
014600         88  HRM-IS-AVAILABLE            VALUE 'Y'.
014700     02  FILLER                  PIC X(11).
014800
014900* ************************************************************** *
015000* ONE STUDENT'S HOUSING FOR ONE SEMESTER (DDNAME HOUSASG, KEYED  *
015100* SEMESTER + STUDENT).  EACH STAY IS ONE ROOM FROM ITS FROM-DATE *
015200* TO ITS TO-DATE; THE CURRENT STAY OF AN ASSIGNED STUDENT HAS A  *
015300* ZERO TO-DATE.  HOUSBILL KEEPS THE AMOUNT BILLED SO FAR.        *
015400* ************************************************************** *
015500 01  HOUSING-ASSIGNMENT-RECORD.
015600     02  HSA-KEY.
015700         03  HSA-SEMESTER        PIC X(06).
015800         03  HSA-STUDENT-ID      PIC X(07).
015900     02  HSA-STATUS              PIC X(01).
016000         88  HSA-ASSIGNED                VALUE 'A'.
016100         88  HSA-VACATED                 VALUE 'V'.
016200     02  HSA-STAY-COUNT          PIC 9(01).
016300     02  HSA-STAY OCCURS 4 TIMES.
016400         03  HSA-HALL            PIC X(04).
016500         03  HSA-ROOM            PIC X(05).
016600         03  HSA-FROM-DATE       PIC 9(08).
016700         03  HSA-TO-DATE         PIC 9(08).
016800     02  HSA-BILLED-AMOUNT       PIC S9(5)V99 COMP-3.
016900     02  HSA-LAST-BILLED-DATE    PIC 9(08).
017000     02  FILLER                  PIC X(13).
017100
017200 01  HEADING-LINE-1.
017300     02  FILLER                  PIC X(38)   VALUE
017400         'HOUSMNT - HOUSING ASSIGNMENT REGISTER '.
017500     02  FILLER                  PIC X(94)   VALUE SPACES.
017600
017700 01  HEADING-LINE-2.
017800     02  FILLER                  PIC X(40)   VALUE
017900         'A  SEMSTR  STUDENT  HALL  ROOM   DATE   '.
018000     02  FILLER                  PIC X(92)   VALUE
018100         '   DISPOSITION'.
018200
018300 01  REGISTER-LINE.
018400     02  RL-ACTION               PIC X(01).
018500     02  FILLER                  PIC X(02)   VALUE SPACES.
018600     02  RL-SEMESTER             PIC X(06).
018700     02  FILLER                  PIC X(02)   VALUE SPACES.
018800     02  RL-STUDENT-ID           PIC X(07).
018900     02  FILLER                  PIC X(02)   VALUE SPACES.
019000     02  RL-HALL                 PIC X(04).
019100     02  FILLER                  PIC X(02)   VALUE SPACES.
019200     02  RL-ROOM                 PIC X(05).
019300     02  FILLER                  PIC X(02)   VALUE SPACES.
019400     02  RL-DATE                 PIC X(08).
019500     02  FILLER                  PIC X(04)   VALUE SPACES.
019600     02  RL-DISPOSITION          PIC X(36).
019700     02  FILLER                  PIC X(50)   VALUE SPACES.
019800
019900 PROCEDURE DIVISION.
020000
020100 000-INITIATE.
020200
020300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
020400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
020500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
020600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
020700     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
020800     MOVE WS-RUN-MM TO WS-TODAY-MM.
020900     MOVE WS-RUN-DD TO WS-TODAY-DD.
021000
021100     OPEN INPUT TRANSACTION-CARD-FILE.
021200     OPEN OUTPUT REPORT-FILE.
021300     WRITE REPORT-LINE FROM HEADING-LINE-1.
021400     WRITE REPORT-LINE FROM HEADING-LINE-2.
021500
021600     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
021700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
021800     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
021900     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
022000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
022100     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
022200     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
022300     MOVE VSIO-OPEN TO VSIO-COMMAND.
022400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022500                         STUDENT-MASTER-FILE,
022600                         STUDENT-RECORD-AREA.
022700*    END-CALL.
022800     IF NOT VSIO-SUCCESS
022900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023000         MOVE +8 TO RETURN-CODE
023100         STOP RUN.
023200*    END-IF.
023300
023400     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
023500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
023600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
023700     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
023800     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
023900     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
024000     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
024100     MOVE VSIO-OPEN TO VSIO-COMMAND.
024200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024300                         SEMESTER-TABLE-FILE,
024400                         SEMESTER-TABLE-RECORD.
024500*    END-CALL.
024600     IF NOT VSIO-SUCCESS
024700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024800         MOVE +8 TO RETURN-CODE
024900         STOP RUN.
025000*    END-IF.
025100
025200     MOVE 'HALLTBL' TO VSIO-DDNAME OF HALL-ROOM-FILE.
025300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HALL-ROOM-FILE.
025400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF HALL-ROOM-FILE.
025500     MOVE VSIO-INPUT TO VSIO-MODE OF HALL-ROOM-FILE.
025600     MOVE +50 TO VSIO-RECORD-LENGTH OF HALL-ROOM-FILE.
025700     MOVE +0 TO VSIO-KEY-POSITION OF HALL-ROOM-FILE.
025800     MOVE +9 TO VSIO-KEY-LENGTH OF HALL-ROOM-FILE.
025900     MOVE VSIO-OPEN TO VSIO-COMMAND.
026000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026100                         HALL-ROOM-FILE,
026200                         HALL-ROOM-RECORD.
026300*    END-CALL.
026400     IF NOT VSIO-SUCCESS
026500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026600         MOVE +8 TO RETURN-CODE
026700         STOP RUN.
026800*    END-IF.
026900
027000     MOVE 'HOUSASG' TO VSIO-DDNAME OF HOUSING-ASSIGNMENT-FILE.
027100     MOVE VSIO-KSDS TO
027200         VSIO-ORGANIZATION OF HOUSING-ASSIGNMENT-FILE.
027300     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF HOUSING-ASSIGNMENT-FILE.
027400     MOVE VSIO-I-O TO VSIO-MODE OF HOUSING-ASSIGNMENT-FILE.
027500     MOVE +140 TO
027600         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
027700     MOVE +0 TO VSIO-KEY-POSITION OF HOUSING-ASSIGNMENT-FILE.
027800     MOVE +13 TO VSIO-KEY-LENGTH OF HOUSING-ASSIGNMENT-FILE.
027900     MOVE VSIO-OPEN TO VSIO-COMMAND.
028000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028100                         HOUSING-ASSIGNMENT-FILE,
028200                         HOUSING-ASSIGNMENT-RECORD.
028300*    END-CALL.
028400     IF NOT VSIO-SUCCESS
028500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028600         MOVE +8 TO RETURN-CODE
028700         STOP RUN.
028800*    END-IF.
028900
029000 010-PROCESS.
029100
029200     PERFORM 110-APPLY-ONE-CARD
029300        THRU 119-EXIT
029400       UNTIL END-OF-FILE.
029500*    END-PERFORM.
029600
029700 020-TERMINATE.
029800
029900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030100                         HOUSING-ASSIGNMENT-FILE,
030200                         HOUSING-ASSIGNMENT-RECORD.
030300*    END-CALL.
030400     IF NOT VSIO-SUCCESS
030500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
030600*    END-IF.
030700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030900                         HALL-ROOM-FILE,
031000                         HALL-ROOM-RECORD.
031100*    END-CALL.
031200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031300                         SEMESTER-TABLE-FILE,
031400                         SEMESTER-TABLE-RECORD.
031500*    END-CALL.
031600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031700                         STUDENT-MASTER-FILE,
031800                         STUDENT-RECORD-AREA.
031900*    END-CALL.
032000
032100     CLOSE TRANSACTION-CARD-FILE.
032200     CLOSE REPORT-FILE.
032300
032400     DISPLAY 'HOUSMNT: CARDS READ: ' CARD-COUNTER.
032500     DISPLAY 'HOUSMNT: APPLIED:    ' APPLIED-COUNTER.
032600     DISPLAY 'HOUSMNT: REJECTED:   ' REJECT-COUNTER.
032700     IF REJECT-COUNTER GREATER THAN ZERO
032800     AND RETURN-CODE LESS THAN +4
032900         MOVE +4 TO RETURN-CODE.
033000*    END-IF.
033100     STOP RUN.
033200
033300* ************************************************************** *
033400* EDITS ONE TRANSACTION CARD AND HANDS IT TO THE ASSIGN, MOVE OR *
033500* VACATE PARAGRAPH.  A CARD FAILING ANY EDIT IS LISTED WITH THE  *
033600* REASON AND CHANGES NOTHING.                                    *
033700* ************************************************************** *
033800 110-APPLY-ONE-CARD.
033900
034000     READ TRANSACTION-CARD-FILE
034100         AT END
034200             MOVE 'Y' TO END-OF-FILE-SWITCH
034300             GO TO 119-EXIT.
034400*    END-READ.
034500
034600     ADD +1 TO CARD-COUNTER.
034700
034800     MOVE TC-ACTION TO RL-ACTION.
034900     MOVE TC-SEMESTER TO RL-SEMESTER.
035000     MOVE TC-STUDENT-ID TO RL-STUDENT-ID.
035100     MOVE TC-HALL TO RL-HALL.
035200     MOVE TC-ROOM TO RL-ROOM.
035300     MOVE TC-EFFECTIVE-DATE TO RL-DATE.
035400
035500     IF NOT TC-ASSIGN
035600     AND NOT TC-MOVE
035700     AND NOT TC-VACATE
035800         MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
035900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
036000         GO TO 119-EXIT.
036100*    END-IF.
036200
036300     IF TC-SEMESTER EQUAL SPACES
036400     OR TC-STUDENT-ID EQUAL SPACES
036500         MOVE 'NO SEMESTER OR STUDENT ON CARD' TO RL-DISPOSITION
036600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
036700         GO TO 119-EXIT.
036800*    END-IF.
036900
037000     IF (TC-ASSIGN OR TC-MOVE)
037100     AND (TC-HALL EQUAL SPACES
037200          OR TC-ROOM EQUAL SPACES)
037300         MOVE 'NO HALL OR ROOM ON CARD' TO RL-DISPOSITION
037400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
037500         GO TO 119-EXIT.
037600*    END-IF.
037700
037800     PERFORM 120-READ-SEMESTER THRU 120-EXIT.
037900     IF NOT WS-CARD-OK
038000         MOVE 'SEMESTER NOT ON SEMTBL' TO RL-DISPOSITION
038100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
038200         GO TO 119-EXIT.
038300*    END-IF.
038400
038500     PERFORM 122-READ-STUDENT THRU 122-EXIT.
038600     IF NOT WS-CARD-OK
038700         MOVE 'STUDENT NOT ON STMASTR' TO RL-DISPOSITION
038800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
038900         GO TO 119-EXIT.
039000*    END-IF.
039100
039200     PERFORM 124-SET-EFFECTIVE-DATE THRU 124-EXIT.
039300     IF NOT WS-CARD-OK
039400         MOVE 'DATE INVALID OR OUTSIDE THE TERM' TO RL-DISPOSITION
039500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
039600         GO TO 119-EXIT.
039700*    END-IF.
039800     MOVE WS-EFFECTIVE-DATE TO RL-DATE.
039900
040000     IF TC-ASSIGN OR TC-MOVE
040100         PERFORM 130-CHECK-ROOM THRU 139-EXIT
040200         IF NOT WS-CARD-OK
040300             PERFORM 170-WRITE-REJECT THRU 179-EXIT
040400             GO TO 119-EXIT.
040500*        END-IF
040600*    END-IF.
040700
040800     PERFORM 126-READ-ASSIGNMENT THRU 126-EXIT.
040900
041000     EVALUATE TRUE
041100         WHEN TC-ASSIGN
041200             PERFORM 140-ASSIGN THRU 149-EXIT
041300         WHEN TC-MOVE
041400             PERFORM 150-MOVE THRU 159-EXIT
041500         WHEN OTHER
041600             PERFORM 160-VACATE THRU 169-EXIT
041700     END-EVALUATE.
041800
041900 119-EXIT.
042000     EXIT.
042100
042200 120-READ-SEMESTER.
042300
042400     MOVE 'Y' TO WS-CARD-OK-SW.
042500     IF TC-SEMESTER EQUAL WS-LAST-SEMESTER
042600         GO TO 120-EXIT.
042700*    END-IF.
042800
042900     MOVE SPACES TO WS-LAST-SEMESTER.
043000     MOVE SPACES TO SEMESTER-TABLE-RECORD.
043100     MOVE TC-SEMESTER TO SMR-CODE.
043200     MOVE VSIO-READ TO VSIO-COMMAND.
043300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043400                         SEMESTER-TABLE-FILE,
043500                         SEMESTER-TABLE-RECORD.
043600*    END-CALL.
043700     IF NOT VSIO-SUCCESS
043800     OR SMR-START-DATE NOT NUMERIC
043900     OR SMR-END-DATE NOT NUMERIC
044000         MOVE +0 TO VSIO-RETURN-CODE
044100         MOVE 'N' TO WS-CARD-OK-SW
044200         GO TO 120-EXIT.
044300*    END-IF.
044400     MOVE TC-SEMESTER TO WS-LAST-SEMESTER.
044500
044600 120-EXIT.
044700     EXIT.
044800
044900 122-READ-STUDENT.
045000
045100     MOVE 'N' TO WS-CARD-OK-SW.
045200     MOVE SPACES TO STUDENT-RECORD-AREA.
045300     MOVE TC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
045400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
045500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045600                         STUDENT-MASTER-FILE,
045700                         STUDENT-RECORD-AREA.
045800*    END-CALL.
045900     IF VSIO-SUCCESS
046000         MOVE SPACES TO STUDENT-RECORD-AREA (1:10)
046100         MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE
046200         MOVE VSIO-READ TO VSIO-COMMAND
046300         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046400                             STUDENT-MASTER-FILE,
046500                             STUDENT-RECORD-AREA
046600     END-IF.
046700     IF NOT VSIO-SUCCESS
046800     OR STUDENT-RECORD-AREA (1:7) NOT EQUAL TC-STUDENT-ID
046900     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
047000         MOVE +0 TO VSIO-RETURN-CODE
047100     ELSE
047200         MOVE 'Y' TO WS-CARD-OK-SW.
047300*    END-IF.
047400
047500 122-EXIT.
047600     EXIT.
047700
047800* ************************************************************** *
047900* A PUNCHED DATE MUST FALL WITHIN THE TERM.  A BLANK ONE IS THE  *
048000* FIRST DAY OF THE TERM FOR AN ASSIGN AND THE RUN DATE FOR A     *
048100* MOVE OR VACATE, BROUGHT WITHIN THE TERM WHEN THE RUN FALLS     *
048200* BEFORE OR AFTER IT.                                            *
048300* ************************************************************** *
048400 124-SET-EFFECTIVE-DATE.
048500
048600     MOVE 'Y' TO WS-CARD-OK-SW.
048700
048800     IF TC-EFFECTIVE-DATE EQUAL SPACES
048900         IF TC-ASSIGN
049000             MOVE SMR-START-DATE TO WS-EFFECTIVE-DATE
049100         ELSE
049200             MOVE WS-TODAY-CCYYMMDD TO WS-EFFECTIVE-DATE
049300             IF WS-EFFECTIVE-DATE LESS THAN SMR-START-DATE
049400                 MOVE SMR-START-DATE TO WS-EFFECTIVE-DATE
049500             END-IF
049600             IF WS-EFFECTIVE-DATE GREATER THAN SMR-END-DATE
049700                 MOVE SMR-END-DATE TO WS-EFFECTIVE-DATE
049800             END-IF
049900         END-IF
050000         GO TO 124-EXIT.
050100*    END-IF.
050200
050300     IF TC-EFFECTIVE-DATE-N NOT NUMERIC
050400         MOVE 'N' TO WS-CARD-OK-SW
050500         GO TO 124-EXIT.
050600*    END-IF.
050700     MOVE TC-EFFECTIVE-DATE-N TO WS-EFFECTIVE-DATE.
050800     IF WS-EFFECTIVE-DATE LESS THAN SMR-START-DATE
050900     OR WS-EFFECTIVE-DATE GREATER THAN SMR-END-DATE
051000         MOVE 'N' TO WS-CARD-OK-SW.
051100*    END-IF.
051200
051300 124-EXIT.
051400     EXIT.
051500
051600 126-READ-ASSIGNMENT.
051700
051800     MOVE 'N' TO WS-ASSIGNMENT-FOUND-SW.
051900     MOVE SPACES TO HOUSING-ASSIGNMENT-RECORD.
052000     MOVE TC-SEMESTER TO HSA-SEMESTER.
052100     MOVE TC-STUDENT-ID TO HSA-STUDENT-ID.
052200     MOVE +140 TO
052300         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
052400     MOVE VSIO-READ TO VSIO-COMMAND.
052500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052600                         HOUSING-ASSIGNMENT-FILE,
052700                         HOUSING-ASSIGNMENT-RECORD.
052800*    END-CALL.
052900     IF VSIO-SUCCESS
053000         MOVE 'Y' TO WS-ASSIGNMENT-FOUND-SW
053100     ELSE
053200         MOVE +0 TO VSIO-RETURN-CODE.
053300*    END-IF.
053400
053500 126-EXIT.
053600     EXIT.
053700
053800* ************************************************************** *
053900* THE ROOM ON AN ASSIGN OR MOVE CARD MUST BE ON HALLTBL, BE      *
054000* AVAILABLE, AND HAVE FEWER STUDENTS ASSIGNED TO IT FOR THE      *
054100* SEMESTER THAN IT HAS BEDS.  ON FAILURE THE REASON IS LEFT IN   *
054200* RL-DISPOSITION.                                                *
054300* ************************************************************** *
054400 130-CHECK-ROOM.
054500
054600     MOVE 'N' TO WS-CARD-OK-SW.
054700     MOVE SPACES TO HALL-ROOM-RECORD.
054800     MOVE TC-HALL TO HRM-HALL.
054900     MOVE TC-ROOM TO HRM-ROOM.
055000     MOVE VSIO-READ TO VSIO-COMMAND.
055100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055200                         HALL-ROOM-FILE,
055300                         HALL-ROOM-RECORD.
055400*    END-CALL.
055500     IF NOT VSIO-SUCCESS
055600         MOVE +0 TO VSIO-RETURN-CODE
055700         MOVE 'ROOM NOT ON HALLTBL' TO RL-DISPOSITION
055800         GO TO 139-EXIT.
055900*    END-IF.
056000     IF NOT HRM-IS-AVAILABLE
056100         MOVE 'ROOM NOT AVAILABLE' TO RL-DISPOSITION
056200         GO TO 139-EXIT.
056300*    END-IF.
056400
056500     PERFORM 135-COUNT-OCCUPANTS THRU 135-EXIT.
056600     IF WS-OCCUPANTS NOT LESS THAN HRM-BEDS
056700         MOVE 'NO FREE BED IN ROOM' TO RL-DISPOSITION
056800         GO TO 139-EXIT.
056900*    END-IF.
057000
057100     MOVE 'Y' TO WS-CARD-OK-SW.
057200
057300 139-EXIT.
057400     EXIT.
057500
057600* ************************************************************** *
057700* COUNTS THE STUDENTS WHOSE CURRENT, OPEN STAY FOR THE CARD'S    *
057800* SEMESTER IS IN THE CARD'S ROOM, BROWSING HOUSASG FROM THE      *
057900* FIRST STUDENT OF THE SEMESTER.                                 *
058000* ************************************************************** *
058100 135-COUNT-OCCUPANTS.
058200
058300     MOVE ZERO TO WS-OCCUPANTS.
058400     MOVE 'N' TO ASSIGNMENT-EOF-SWITCH.
058500
058600     MOVE LOW-VALUES TO HOUSING-ASSIGNMENT-RECORD.
058700     MOVE TC-SEMESTER TO HSA-SEMESTER.
058800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
058900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059000                         HOUSING-ASSIGNMENT-FILE,
059100                         HOUSING-ASSIGNMENT-RECORD.
059200*    END-CALL.
059300     IF NOT VSIO-SUCCESS
059400         MOVE +0 TO VSIO-RETURN-CODE
059500         GO TO 135-EXIT.
059600*    END-IF.
059700
059800     PERFORM 136-COUNT-ONE-ASSIGNMENT
059900        THRU 136-EXIT
060000       UNTIL ASSIGNMENT-EOF.
060100*    END-PERFORM.
060200
060300 135-EXIT.
060400     EXIT.
060500
060600 136-COUNT-ONE-ASSIGNMENT.
060700
060800     MOVE SPACES TO HSA-KEY.
060900     MOVE +140 TO
061000         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
061100     MOVE VSIO-READ TO VSIO-COMMAND.
061200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061300                         HOUSING-ASSIGNMENT-FILE,
061400                         HOUSING-ASSIGNMENT-RECORD.
061500*    END-CALL.
061600     IF NOT VSIO-SUCCESS
061700         MOVE +0 TO VSIO-RETURN-CODE
061800         MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
061900         GO TO 136-EXIT.
062000*    END-IF.
062100     IF HSA-SEMESTER NOT EQUAL TC-SEMESTER
062200         MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
062300         GO TO 136-EXIT.
062400*    END-IF.
062500
062600     IF NOT HSA-ASSIGNED
062700     OR HSA-STAY-COUNT NOT NUMERIC
062800     OR HSA-STAY-COUNT EQUAL ZERO
062900         GO TO 136-EXIT.
063000*    END-IF.
063100     MOVE HSA-STAY-COUNT TO STAY-IDX.
063200     IF HSA-HALL (STAY-IDX) EQUAL TC-HALL
063300     AND HSA-ROOM (STAY-IDX) EQUAL TC-ROOM
063400         ADD +1 TO WS-OCCUPANTS.
063500*    END-IF.
063600
063700 136-EXIT.
063800     EXIT.
063900
064000* ************************************************************** *
064100* ASSIGN: A NEW RECORD FOR A STUDENT NOT YET IN HOUSING THIS     *
064200* SEMESTER, OR A NEW STAY FOR ONE WHO VACATED EARLIER IN IT.     *
064300* ************************************************************** *
064400 140-ASSIGN.
064500
064600     IF NOT WS-ASSIGNMENT-FOUND
064700         MOVE SPACES TO HOUSING-ASSIGNMENT-RECORD
064800         MOVE TC-SEMESTER TO HSA-SEMESTER
064900         MOVE TC-STUDENT-ID TO HSA-STUDENT-ID
065000         MOVE 'A' TO HSA-STATUS
065100         MOVE 1 TO HSA-STAY-COUNT
065200         MOVE TC-HALL TO HSA-HALL (1)
065300         MOVE TC-ROOM TO HSA-ROOM (1)
065400         MOVE WS-EFFECTIVE-DATE TO HSA-FROM-DATE (1)
065500         MOVE ZERO TO HSA-TO-DATE (1)
065600         MOVE SPACES TO HSA-HALL (2) HSA-ROOM (2)
065700                        HSA-HALL (3) HSA-ROOM (3)
065800                        HSA-HALL (4) HSA-ROOM (4)
065900         MOVE ZERO TO HSA-FROM-DATE (2) HSA-TO-DATE (2)
066000                      HSA-FROM-DATE (3) HSA-TO-DATE (3)
066100                      HSA-FROM-DATE (4) HSA-TO-DATE (4)
066200         MOVE ZERO TO HSA-BILLED-AMOUNT
066300         MOVE ZERO TO HSA-LAST-BILLED-DATE
066400         MOVE +140 TO
066500             VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE
066600         MOVE VSIO-WRITE TO VSIO-COMMAND
066700         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066800                             HOUSING-ASSIGNMENT-FILE,
066900                             HOUSING-ASSIGNMENT-RECORD
067000         PERFORM 180-CHECK-UPDATE THRU 189-EXIT
067100         GO TO 149-EXIT.
067200*    END-IF.
067300
067400     IF HSA-ASSIGNED
067500         MOVE 'ALREADY ASSIGNED - USE A MOVE' TO RL-DISPOSITION
067600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
067700         GO TO 149-EXIT.
067800*    END-IF.
067900
068000     MOVE HSA-STAY-COUNT TO STAY-IDX.
068100     IF WS-EFFECTIVE-DATE LESS THAN HSA-TO-DATE (STAY-IDX)
068200         MOVE 'DATE BEFORE LAST STAY ENDED' TO RL-DISPOSITION
068300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
068400         GO TO 149-EXIT.
068500*    END-IF.
068600
068700     PERFORM 145-OPEN-NEW-STAY THRU 145-EXIT.
068800     IF NOT WS-CARD-OK
068900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
069000         GO TO 149-EXIT.
069100*    END-IF.
069200     MOVE 'A' TO HSA-STATUS.
069300     PERFORM 185-REWRITE-ASSIGNMENT THRU 185-EXIT.
069400
069500 149-EXIT.
069600     EXIT.
069700
069800* ************************************************************** *
069900* ADDS A STAY IN THE CARD'S ROOM FROM THE EFFECTIVE DATE, UNLESS *
070000* THE RECORD ALREADY HOLDS ITS FOUR STAYS FOR THE SEMESTER.      *
070100* ************************************************************** *
070200 145-OPEN-NEW-STAY.
070300
070400     MOVE 'N' TO WS-CARD-OK-SW.
070500     IF HSA-STAY-COUNT NOT LESS THAN 4
070600         MOVE 'FOUR STAYS ALREADY THIS SEMESTER' TO RL-DISPOSITION
070700         GO TO 145-EXIT.
070800*    END-IF.
070900
071000     ADD 1 TO HSA-STAY-COUNT.
071100     MOVE HSA-STAY-COUNT TO STAY-IDX.
071200     MOVE TC-HALL TO HSA-HALL (STAY-IDX).
071300     MOVE TC-ROOM TO HSA-ROOM (STAY-IDX).
071400     MOVE WS-EFFECTIVE-DATE TO HSA-FROM-DATE (STAY-IDX).
071500     MOVE ZERO TO HSA-TO-DATE (STAY-IDX).
071600     MOVE 'Y' TO WS-CARD-OK-SW.
071700
071800 145-EXIT.
071900     EXIT.
072000
072100* ************************************************************** *
072200* MOVE: ENDS THE CURRENT STAY ON THE EFFECTIVE DATE AND OPENS    *
072300* ONE IN THE NEW ROOM.  A MOVE DATED THE DAY THE CURRENT STAY    *
072400* BEGAN CORRECTS THAT STAY'S ROOM INSTEAD.                       *
072500* ************************************************************** *
072600 150-MOVE.
072700
072800     IF NOT WS-ASSIGNMENT-FOUND
072900     OR NOT HSA-ASSIGNED
073000         MOVE 'NOT ASSIGNED THIS SEMESTER' TO RL-DISPOSITION
073100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
073200         GO TO 159-EXIT.
073300*    END-IF.
073400
073500     MOVE HSA-STAY-COUNT TO STAY-IDX.
073600     IF HSA-HALL (STAY-IDX) EQUAL TC-HALL
073700     AND HSA-ROOM (STAY-IDX) EQUAL TC-ROOM
073800         MOVE 'ALREADY IN THAT ROOM' TO RL-DISPOSITION
073900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
074000         GO TO 159-EXIT.
074100*    END-IF.
074200     IF WS-EFFECTIVE-DATE LESS THAN HSA-FROM-DATE (STAY-IDX)
074300         MOVE 'DATE BEFORE CURRENT STAY BEGAN' TO RL-DISPOSITION
074400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
074500         GO TO 159-EXIT.
074600*    END-IF.
074700
074800     IF WS-EFFECTIVE-DATE EQUAL HSA-FROM-DATE (STAY-IDX)
074900         MOVE TC-HALL TO HSA-HALL (STAY-IDX)
075000         MOVE TC-ROOM TO HSA-ROOM (STAY-IDX)
075100         PERFORM 185-REWRITE-ASSIGNMENT THRU 185-EXIT
075200         GO TO 159-EXIT.
075300*    END-IF.
075400
075500     MOVE WS-EFFECTIVE-DATE TO HSA-TO-DATE (STAY-IDX).
075600     PERFORM 145-OPEN-NEW-STAY THRU 145-EXIT.
075700     IF NOT WS-CARD-OK
075800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
075900         GO TO 159-EXIT.
076000*    END-IF.
076100     PERFORM 185-REWRITE-ASSIGNMENT THRU 185-EXIT.
076200
076300 159-EXIT.
076400     EXIT.
076500
076600* ************************************************************** *
076700* VACATE: ENDS THE CURRENT STAY ON THE EFFECTIVE DATE.           *
076800* ************************************************************** *
076900 160-VACATE.
077000
077100     IF NOT WS-ASSIGNMENT-FOUND
077200     OR NOT HSA-ASSIGNED
077300         MOVE 'NOT ASSIGNED THIS SEMESTER' TO RL-DISPOSITION
077400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
077500         GO TO 169-EXIT.
077600*    END-IF.
077700
077800     MOVE HSA-STAY-COUNT TO STAY-IDX.
077900     MOVE HSA-HALL (STAY-IDX) TO RL-HALL.
078000     MOVE HSA-ROOM (STAY-IDX) TO RL-ROOM.
078100     IF WS-EFFECTIVE-DATE LESS THAN HSA-FROM-DATE (STAY-IDX)
078200         MOVE 'DATE BEFORE CURRENT STAY BEGAN' TO RL-DISPOSITION
078300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
078400         GO TO 169-EXIT.
078500*    END-IF.
078600
078700     MOVE WS-EFFECTIVE-DATE TO HSA-TO-DATE (STAY-IDX).
078800     MOVE 'V' TO HSA-STATUS.
078900     PERFORM 185-REWRITE-ASSIGNMENT THRU 185-EXIT.
079000
079100 169-EXIT.
079200     EXIT.
079300
079400 170-WRITE-REJECT.
079500
079600     WRITE REPORT-LINE FROM REGISTER-LINE.
079700     ADD +1 TO REJECT-COUNTER.
079800
079900 179-EXIT.
080000     EXIT.
080100
080200 180-CHECK-UPDATE.
080300
080400     IF VSIO-SUCCESS
080500         EVALUATE TRUE
080600             WHEN TC-ASSIGN
080700                 MOVE 'ASSIGNED' TO RL-DISPOSITION
080800             WHEN TC-MOVE
080900                 MOVE 'MOVED' TO RL-DISPOSITION
081000             WHEN OTHER
081100                 MOVE 'VACATED' TO RL-DISPOSITION
081200         END-EVALUATE
081300         WRITE REPORT-LINE FROM REGISTER-LINE
081400         ADD +1 TO APPLIED-COUNTER
081500     ELSE
081600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
081700         MOVE +0 TO VSIO-RETURN-CODE
081800         MOVE 'HOUSASG UPDATE FAILED' TO RL-DISPOSITION
081900         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
082000*    END-IF.
082100
082200 189-EXIT.
082300     EXIT.
082400
082500 185-REWRITE-ASSIGNMENT.
082600
082700     MOVE +140 TO
082800         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
082900     MOVE VSIO-REWRITE TO VSIO-COMMAND.
083000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
083100                         HOUSING-ASSIGNMENT-FILE,
083200                         HOUSING-ASSIGNMENT-RECORD.
083300*    END-CALL.
083400     PERFORM 180-CHECK-UPDATE THRU 189-EXIT.
083500
083600 185-EXIT.
083700     EXIT.
083800
083900* ************************************************************** *
084000* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
084100* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
084200* PROGRAM IN THIS SUITE.                                         *
084300* ************************************************************** *
084400 500-DISPLAY-UNKNOWN-ERROR.
084500
084600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
084700     EXHIBIT NAMED VSIO-RETURN-CODE.
084800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
084900                   VSIO-VSAM-FUNCTION-CODE,
085000                   VSIO-VSAM-FEEDBACK-CODE.
085100
085200 509-EXIT.
085300     EXIT.
