000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HALLMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE RESIDENCE HALL ROOM CLUSTER (DDNAME       *
000900* HALLTBL), KEYED BY THE 4-BYTE HALL CODE PLUS THE 5-BYTE ROOM  *
001000* NUMBER.  EACH ROOM CARRIES ITS HALL NAME, BED COUNT, THE      *
001100* HOUSING RATE PER BED PER SEMESTER AND AN AVAILABLE FLAG.      *
001200* HOUSMNT WILL NOT ASSIGN A STUDENT TO A ROOM THAT IS NOT ON    *
001300* THIS FILE, IS NOT AVAILABLE, OR HAS NO FREE BED; HOUSBILL     *
001400* PRICES EACH STAY AT THE ROOM'S RATE AND HOUSOCC REPORTS THE   *
001500* BEDS FILLED.                                                  *
001600*                                                               *
001700* DRIVEN BY ACTION CARDS ON UT-S-HALLCRD:                       *
001800*   COL  1     ACTION     'A' ADD, 'C' CHANGE, 'D' DELETE       *
001900*   COL  2-5   HALL                                             *
002000*   COL  6-10  ROOM                                             *
002100*   COL 11-30  HALL NAME                                        *
002200*   COL 31-32  BEDS       9(2)                                  *
002300*   COL 33-39  RATE       9(5)V99 PER BED PER SEMESTER          *
002400*   COL 40     AVAILABLE  'Y' OR 'N'                            *
002500* A CHANGE REPLACES ALL FIELDS.  A DELETE IS REJECTED WHILE ANY *
002600* STUDENT IN ANY SEMESTER IS STILL ASSIGNED TO THE ROOM.        *
002700*                                                               *
002800* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE MAINTENANCE   *
002900* REGISTER (SYSPRINT) WITH ITS DISPOSITION.                     *
003000*                                                               *
003100* MODIFICATION HISTORY.                                         *
003200*   DATE       INIT  DESCRIPTION                                *
003300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003400* ************************************************************* *
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT ACTION-CARD-FILE
004500         ASSIGN TO UT-S-HALLCRD.
004600
004700     SELECT REPORT-FILE
004800         ASSIGN TO UR-1403-S-SYSPRINT.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  ACTION-CARD-FILE
005300     LABEL RECORDS ARE OMITTED
005400     RECORD CONTAINS 80 CHARACTERS
005500     BLOCK CONTAINS 0 RECORDS
005600     DATA RECORD IS ACTION-CARD-RECORD.
005700 01  ACTION-CARD-RECORD.
005800     02  AC-ACTION               PIC X(01).
005900         88  AC-ADD                      VALUE 'A'.
006000         88  AC-CHANGE                   VALUE 'C'.
006100         88  AC-DELETE                   VALUE 'D'.
006200     02  AC-HALL                 PIC X(04).
006300     02  AC-ROOM                 PIC X(05).
006400     02  AC-HALL-NAME            PIC X(20).
006500     02  AC-BEDS                 PIC 9(02).
006600     02  AC-RATE                 PIC 9(05)V99.
006700     02  AC-AVAILABLE            PIC X(01).
006800         88  AC-AVAILABLE-VALID          VALUE 'Y' 'N'.
006900     02  FILLER                  PIC X(40).
007000
007100 FD  REPORT-FILE
007200     LABEL RECORDS ARE OMITTED
007300     RECORD CONTAINS 132 CHARACTERS
007400     BLOCK CONTAINS 0 RECORDS
007500     DATA RECORD IS REPORT-LINE.
007600 01  REPORT-LINE                 PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008000     88  END-OF-FILE                         VALUE 'Y'.
008100 77  ASSIGNMENT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
008200     88  ASSIGNMENT-EOF                      VALUE 'Y'.
008300 77  WS-IN-USE-SWITCH            PIC X(01)   VALUE 'N'.
008400     88  WS-IN-USE                           VALUE 'Y'.
008500
008600 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008700 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008800 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008900 77  STAY-IDX                    PIC S9(4) COMP VALUE ZERO.
009000
009100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009200 01  HALL-ROOM-FILE              COPY VSAMIOFB.
009300 01  HOUSING-ASSIGNMENT-FILE     COPY VSAMIOFB.
009400
009500* ************************************************************** *
009600* ONE RESIDENCE HALL ROOM PER RECORD (DDNAME HALLTBL, KEYED HALL *
009700* + ROOM).                                                       *
009800* ************************************************************** *
009900 01  HALL-ROOM-RECORD.
010000     02  HRM-KEY.
010100         03  HRM-HALL            PIC X(04).
010200         03  HRM-ROOM            PIC X(05).
010300     02  HRM-HALL-NAME           PIC X(20).
010400     02  HRM-BEDS                PIC 9(02).
010500     02  HRM-RATE                PIC 9(05)V99.
010600     02  HRM-AVAILABLE           PIC X(01).
010700         88  HRM-IS-AVAILABLE            VALUE 'Y'.
010800     02  FILLER                  PIC X(11).
010900
011000* ************************************************************** *
011100* ONE STUDENT'S HOUSING FOR ONE SEMESTER (DDNAME HOUSASG, KEYED  *
011200* SEMESTER + STUDENT), MAINTAINED BY HOUSMNT.  EACH STAY IS ONE  *
011300* ROOM FROM ITS FROM-DATE TO ITS TO-DATE; THE CURRENT STAY OF AN *
011400* ASSIGNED STUDENT HAS A ZERO TO-DATE.                           *
011500* ************************************************************** *
011600 01  HOUSING-ASSIGNMENT-RECORD.
011700     02  HSA-KEY.
011800         03  HSA-SEMESTER        PIC X(06).
011900         03  HSA-STUDENT-ID      PIC X(07).
012000     02  HSA-STATUS              PIC X(01).
012100         88  HSA-ASSIGNED                VALUE 'A'.
012200         88  HSA-VACATED                 VALUE 'V'.
012300     02  HSA-STAY-COUNT          PIC 9(01).
012400     02  HSA-STAY OCCURS 4 TIMES.
012500         03  HSA-HALL            PIC X(04).
012600         03  HSA-ROOM            PIC X(05).
012700         03  HSA-FROM-DATE       PIC 9(08).
012800         03  HSA-TO-DATE         PIC 9(08).
012900     02  HSA-BILLED-AMOUNT       PIC S9(5)V99 COMP-3.
013000     02  HSA-LAST-BILLED-DATE    PIC 9(08).
013100     02  FILLER                  PIC X(13).
013200
013300 01  HEADING-LINE-1.
013400     02  FILLER                  PIC X(38)   VALUE
013500         'HALLMNT - RESIDENCE HALL ROOM MAINTENA'.
013600     02  FILLER                  PIC X(94)   VALUE
013700         'NCE REGISTER'.
013800
013900 01  REGISTER-LINE.
014000     02  RL-ACTION               PIC X(01).
014100     02  FILLER                  PIC X(02)   VALUE SPACES.
014200     02  RL-HALL                 PIC X(04).
014300     02  FILLER                  PIC X(02)   VALUE SPACES.
014400     02  RL-ROOM                 PIC X(05).
014500     02  FILLER                  PIC X(02)   VALUE SPACES.
014600     02  RL-HALL-NAME            PIC X(20).
014700     02  FILLER                  PIC X(02)   VALUE SPACES.
014800     02  RL-BEDS                 PIC X(02).
014900     02  FILLER                  PIC X(02)   VALUE SPACES.
015000     02  RL-RATE                 PIC X(07).
015100     02  FILLER                  PIC X(02)   VALUE SPACES.
015200     02  RL-AVAILABLE            PIC X(01).
015300     02  FILLER                  PIC X(02)   VALUE SPACES.
015400     02  RL-DISPOSITION          PIC X(32).
015500     02  FILLER                  PIC X(45)   VALUE SPACES.
015600
015700 PROCEDURE DIVISION.
015800
015900 000-INITIATE.
016000
016100     OPEN INPUT ACTION-CARD-FILE.
016200     OPEN OUTPUT REPORT-FILE.
016300     WRITE REPORT-LINE FROM HEADING-LINE-1.
016400
016500     MOVE 'HALLTBL' TO VSIO-DDNAME OF HALL-ROOM-FILE.
016600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HALL-ROOM-FILE.
016700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF HALL-ROOM-FILE.
016800     MOVE VSIO-I-O TO VSIO-MODE OF HALL-ROOM-FILE.
016900     MOVE +50 TO VSIO-RECORD-LENGTH OF HALL-ROOM-FILE.
017000     MOVE +0 TO VSIO-KEY-POSITION OF HALL-ROOM-FILE.
017100     MOVE +9 TO VSIO-KEY-LENGTH OF HALL-ROOM-FILE.
017200     MOVE VSIO-OPEN TO VSIO-COMMAND.
017300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017400                         HALL-ROOM-FILE,
017500                         HALL-ROOM-RECORD.
017600*    END-CALL.
017700     IF NOT VSIO-SUCCESS
017800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
017900         STOP RUN.
018000*    END-IF.
018100
018200     MOVE 'HOUSASG' TO VSIO-DDNAME OF HOUSING-ASSIGNMENT-FILE.
018300     MOVE VSIO-KSDS TO
018400         VSIO-ORGANIZATION OF HOUSING-ASSIGNMENT-FILE.
018500     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF HOUSING-ASSIGNMENT-FILE.
018600     MOVE VSIO-INPUT TO VSIO-MODE OF HOUSING-ASSIGNMENT-FILE.
018700     MOVE +140 TO
018800         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
018900     MOVE +0 TO VSIO-KEY-POSITION OF HOUSING-ASSIGNMENT-FILE.
019000     MOVE +13 TO VSIO-KEY-LENGTH OF HOUSING-ASSIGNMENT-FILE.
019100     MOVE VSIO-OPEN TO VSIO-COMMAND.
019200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019300                         HOUSING-ASSIGNMENT-FILE,
019400                         HOUSING-ASSIGNMENT-RECORD.
019500*    END-CALL.
019600     IF NOT VSIO-SUCCESS
019700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019800         STOP RUN.
019900*    END-IF.
020000
020100 010-PROCESS.
020200
020300     PERFORM 110-APPLY-ONE-CARD
020400        THRU 119-EXIT
020500       UNTIL END-OF-FILE.
020600*    END-PERFORM.
020700
020800 020-TERMINATE.
020900
021000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
021100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021200                         HALL-ROOM-FILE,
021300                         HALL-ROOM-RECORD.
021400*    END-CALL.
021500     IF NOT VSIO-SUCCESS
021600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
021700*    END-IF.
021800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
021900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022000                         HOUSING-ASSIGNMENT-FILE,
022100                         HOUSING-ASSIGNMENT-RECORD.
022200*    END-CALL.
022300
022400     CLOSE ACTION-CARD-FILE.
022500     CLOSE REPORT-FILE.
022600
022700     DISPLAY 'HALLMNT: CARDS READ: ' CARD-COUNTER.
022800     DISPLAY 'HALLMNT: APPLIED:    ' APPLIED-COUNTER.
022900     DISPLAY 'HALLMNT: REJECTED:   ' REJECT-COUNTER.
023000     STOP RUN.
023100
023200 110-APPLY-ONE-CARD.
023300
023400     READ ACTION-CARD-FILE
023500         AT END
023600             MOVE 'Y' TO END-OF-FILE-SWITCH
023700             GO TO 119-EXIT.
023800*    END-READ.
023900
024000     ADD +1 TO CARD-COUNTER.
024100
024200     MOVE AC-ACTION TO RL-ACTION.
024300     MOVE AC-HALL TO RL-HALL.
024400     MOVE AC-ROOM TO RL-ROOM.
024500     MOVE AC-HALL-NAME TO RL-HALL-NAME.
024600     MOVE ACTION-CARD-RECORD (31:2) TO RL-BEDS.
024700     MOVE ACTION-CARD-RECORD (33:7) TO RL-RATE.
024800     MOVE AC-AVAILABLE TO RL-AVAILABLE.
024900
025000     IF AC-HALL EQUAL SPACES
025100     OR AC-ROOM EQUAL SPACES
025200         MOVE 'NO HALL OR ROOM ON CARD' TO RL-DISPOSITION
025300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025400         GO TO 119-EXIT.
025500*    END-IF.
025600
025700     IF (AC-ADD OR AC-CHANGE)
025800     AND AC-HALL-NAME EQUAL SPACES
025900         MOVE 'NO HALL NAME ON CARD' TO RL-DISPOSITION
026000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026100         GO TO 119-EXIT.
026200*    END-IF.
026300
026400     IF (AC-ADD OR AC-CHANGE)
026500     AND (AC-BEDS NOT NUMERIC
026600          OR AC-BEDS EQUAL ZERO)
026700         MOVE 'BEDS NOT NUMERIC OR ZERO' TO RL-DISPOSITION
026800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026900         GO TO 119-EXIT.
027000*    END-IF.
027100
027200     IF (AC-ADD OR AC-CHANGE)
027300     AND AC-RATE NOT NUMERIC
027400         MOVE 'RATE NOT NUMERIC' TO RL-DISPOSITION
027500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
027600         GO TO 119-EXIT.
027700*    END-IF.
027800
027900     IF (AC-ADD OR AC-CHANGE)
028000     AND NOT AC-AVAILABLE-VALID
028100         MOVE 'AVAILABLE FLAG NOT Y/N' TO RL-DISPOSITION
028200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028300         GO TO 119-EXIT.
028400*    END-IF.
028500
028600     EVALUATE TRUE
028700         WHEN AC-ADD
028800             PERFORM 120-ADD-ROOM THRU 129-EXIT
028900         WHEN AC-CHANGE
029000             PERFORM 130-CHANGE-ROOM THRU 139-EXIT
029100         WHEN AC-DELETE
029200             PERFORM 140-DELETE-ROOM THRU 149-EXIT
029300         WHEN OTHER
029400             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
029500             PERFORM 170-WRITE-REJECT THRU 179-EXIT
029600     END-EVALUATE.
029700
029800 119-EXIT.
029900     EXIT.
030000
030100 120-ADD-ROOM.
030200
030300     MOVE SPACES TO HALL-ROOM-RECORD.
030400     MOVE AC-HALL TO HRM-HALL.
030500     MOVE AC-ROOM TO HRM-ROOM.
030600     MOVE AC-HALL-NAME TO HRM-HALL-NAME.
030700     MOVE AC-BEDS TO HRM-BEDS.
030800     MOVE AC-RATE TO HRM-RATE.
030900     MOVE AC-AVAILABLE TO HRM-AVAILABLE.
031000     MOVE VSIO-WRITE TO VSIO-COMMAND.
031100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031200                         HALL-ROOM-FILE,
031300                         HALL-ROOM-RECORD.
031400*    END-CALL.
031500     IF VSIO-SUCCESS
031600         MOVE 'ADDED' TO RL-DISPOSITION
031700         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
031800     ELSE
031900         MOVE 'ADD FAILED - DUPLICATE?' TO RL-DISPOSITION
032000         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
032100*    END-IF.
032200
032300 129-EXIT.
032400     EXIT.
032500
032600* ************************************************************** *
032700* A CHANGE MAY LOWER THE BED COUNT BELOW THE STUDENTS ALREADY IN *
032800* THE ROOM; HOUSOCC THEN SHOWS THE ROOM OVER-FILLED UNTIL        *
032900* HOUSMNT MOVES SOMEONE OUT.  A NEW RATE PRICES EVERY STAY IN    *
033000* THE ROOM THE NEXT TIME HOUSBILL RUNS.                          *
033100* ************************************************************** *
033200 130-CHANGE-ROOM.
033300
033400     MOVE SPACES TO HALL-ROOM-RECORD.
033500     MOVE AC-HALL TO HRM-HALL.
033600     MOVE AC-ROOM TO HRM-ROOM.
033700     MOVE VSIO-READ TO VSIO-COMMAND.
033800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033900                         HALL-ROOM-FILE,
034000                         HALL-ROOM-RECORD.
034100*    END-CALL.
034200     IF NOT VSIO-SUCCESS
034300         MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
034400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
034500         MOVE +0 TO VSIO-RETURN-CODE
034600         GO TO 139-EXIT.
034700*    END-IF.
034800
034900     MOVE AC-HALL-NAME TO HRM-HALL-NAME.
035000     MOVE AC-BEDS TO HRM-BEDS.
035100     MOVE AC-RATE TO HRM-RATE.
035200     MOVE AC-AVAILABLE TO HRM-AVAILABLE.
035300     MOVE +50 TO VSIO-RECORD-LENGTH OF HALL-ROOM-FILE.
035400     MOVE VSIO-REWRITE TO VSIO-COMMAND.
035500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035600                         HALL-ROOM-FILE,
035700                         HALL-ROOM-RECORD.
035800*    END-CALL.
035900     IF VSIO-SUCCESS
036000         MOVE 'CHANGED' TO RL-DISPOSITION
036100         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
036200     ELSE
036300         MOVE 'CHANGE FAILED - REWRITE' TO RL-DISPOSITION
036400         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
036500*    END-IF.
036600
036700 139-EXIT.
036800     EXIT.
036900
037000 140-DELETE-ROOM.
037100
037200     PERFORM 150-CHECK-ROOM-IN-USE THRU 159-EXIT.
037300     IF WS-IN-USE
037400         MOVE 'STUDENTS STILL ASSIGNED TO ROOM' TO RL-DISPOSITION
037500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
037600         GO TO 149-EXIT.
037700*    END-IF.
037800
037900     MOVE SPACES TO HALL-ROOM-RECORD.
038000     MOVE AC-HALL TO HRM-HALL.
038100     MOVE AC-ROOM TO HRM-ROOM.
038200     MOVE VSIO-DELETE TO VSIO-COMMAND.
038300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038400                         HALL-ROOM-FILE,
038500                         HALL-ROOM-RECORD.
038600*    END-CALL.
038700     IF VSIO-SUCCESS
038800         MOVE 'DELETED' TO RL-DISPOSITION
038900         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
039000     ELSE
039100         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
039200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
039300         MOVE +0 TO VSIO-RETURN-CODE.
039400*    END-IF.
039500
039600 149-EXIT.
039700     EXIT.
039800
039900* ************************************************************** *
040000* SETS WS-IN-USE WHEN A STUDENT OF ANY SEMESTER ON HOUSASG IS    *
040100* STILL ASSIGNED, WITH AN OPEN CURRENT STAY, TO THE ROOM ON THE  *
040200* CARD.  THE ASSIGNMENTS ARE BROWSED FROM THE FRONT OF THE FILE. *
040300* ************************************************************** *
040400 150-CHECK-ROOM-IN-USE.
040500
040600     MOVE 'N' TO WS-IN-USE-SWITCH.
040700     MOVE 'N' TO ASSIGNMENT-EOF-SWITCH.
040800
040900     MOVE LOW-VALUES TO HOUSING-ASSIGNMENT-RECORD.
041000     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
041100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041200                         HOUSING-ASSIGNMENT-FILE,
041300                         HOUSING-ASSIGNMENT-RECORD.
041400*    END-CALL.
041500     IF NOT VSIO-SUCCESS
041600         MOVE +0 TO VSIO-RETURN-CODE
041700         GO TO 159-EXIT.
041800*    END-IF.
041900
042000     PERFORM 155-CHECK-ONE-ASSIGNMENT
042100        THRU 155-EXIT
042200       UNTIL ASSIGNMENT-EOF
042300          OR WS-IN-USE.
042400*    END-PERFORM.
042500
042600 159-EXIT.
042700     EXIT.
042800
042900 155-CHECK-ONE-ASSIGNMENT.
043000
043100     MOVE SPACES TO HSA-KEY.
043200     MOVE +140 TO
043300         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
043400     MOVE VSIO-READ TO VSIO-COMMAND.
043500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043600                         HOUSING-ASSIGNMENT-FILE,
043700                         HOUSING-ASSIGNMENT-RECORD.
043800*    END-CALL.
043900     IF NOT VSIO-SUCCESS
044000         MOVE +0 TO VSIO-RETURN-CODE
044100         MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
044200         GO TO 155-EXIT.
044300*    END-IF.
044400
044500     IF NOT HSA-ASSIGNED
044600     OR HSA-STAY-COUNT NOT NUMERIC
044700     OR HSA-STAY-COUNT EQUAL ZERO
044800         GO TO 155-EXIT.
044900*    END-IF.
045000
045100     MOVE HSA-STAY-COUNT TO STAY-IDX.
045200     IF HSA-HALL (STAY-IDX) EQUAL AC-HALL
045300     AND HSA-ROOM (STAY-IDX) EQUAL AC-ROOM
045400         MOVE 'Y' TO WS-IN-USE-SWITCH.
045500*    END-IF.
045600
045700 155-EXIT.
045800     EXIT.
045900
046000 160-WRITE-APPLIED.
046100
046200     WRITE REPORT-LINE FROM REGISTER-LINE.
046300     ADD +1 TO APPLIED-COUNTER.
046400
046500 169-EXIT.
046600     EXIT.
046700
046800 170-WRITE-REJECT.
046900
047000     WRITE REPORT-LINE FROM REGISTER-LINE.
047100     ADD +1 TO REJECT-COUNTER.
047200
047300 179-EXIT.
047400     EXIT.
047500
047600* ************************************************************** *
047700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
047800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
047900* PROGRAM IN THIS SUITE.                                         *
048000* ************************************************************** *
048100 500-DISPLAY-UNKNOWN-ERROR.
048200
048300     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
048400     EXHIBIT NAMED VSIO-RETURN-CODE.
048500     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
048600                   VSIO-VSAM-FUNCTION-CODE,
048700                   VSIO-VSAM-FEEDBACK-CODE.
048800
048900 509-EXIT.
049000     EXIT.
