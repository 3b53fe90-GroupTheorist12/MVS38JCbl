000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROOMMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE ROOM MASTER CLUSTER (DDNAME ROOMTBL),     *
000900* KEYED BY THE 5-BYTE ROOM CODE THAT SECTIONS CARRY IN          *
001000* STR-ROOM.  EACH ROOM CARRIES ITS BUILDING, SEATING CAPACITY,  *
001100* ROOM TYPE AND AN AVAILABLE FLAG.  TBLMAINT REJECTS A SECTION  *
001200* WHOSE ROOM IS NOT ON THIS FILE, IS NOT AVAILABLE, OR SEATS    *
001300* FEWER THAN THE SECTION'S CAPACITY; ROOMUTIL READS THE SEATS   *
001400* FOR ITS SEAT-FILL FIGURES.                                    *
001500*                                                                 *
001600* DRIVEN BY ACTION CARDS ON UT-S-ROOMCRD:                       *
001700*   COL  1     ACTION     'A' ADD, 'C' CHANGE, 'D' DELETE       *
001800*   COL  2-6   ROOM                                             *
001900*   COL  7-26  BUILDING                                         *
002000*   COL 27-29  SEATS      9(3)                                  *
002100*   COL 30     ROOM TYPE  'C' CLASSROOM, 'L' LAB,               *
002200*                         'A' AUDITORIUM, 'S' SEMINAR           *
002300*   COL 31     AVAILABLE  'Y' OR 'N'                            *
002400* A CHANGE REPLACES ALL FIELDS.  A DELETE IS REJECTED WHILE ANY *
002500* SECTION OF ANY SEMESTER STILL NAMES THE ROOM.                 *
002600*                                                                 *
002700* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE MAINTENANCE   *
002800* REGISTER (SYSPRINT) WITH ITS DISPOSITION.                     *
002900*                                                                 *
003000* MODIFICATION HISTORY.                                          *
003100*   DATE       INIT  DESCRIPTION                                 *
003200*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
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
004400         ASSIGN TO UT-S-ROOMCRD.
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
006100     02  AC-ROOM                 PIC X(05).
006200     02  AC-BUILDING             PIC X(20).
006300     02  AC-SEATS                PIC 9(03).
006400     02  AC-ROOM-TYPE            PIC X(01).
006500         88  AC-ROOM-TYPE-VALID          VALUE 'C' 'L' 'A' 'S'.
006600     02  AC-AVAILABLE            PIC X(01).
006700         88  AC-AVAILABLE-VALID          VALUE 'Y' 'N'.
006800     02  FILLER                  PIC X(49).
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
008000 77  SECTION-EOF-SWITCH          PIC X(01)   VALUE 'N'.
008100     88  SECTION-EOF                         VALUE 'Y'.
008200 77  WS-IN-USE-SWITCH            PIC X(01)   VALUE 'N'.
008300     88  WS-IN-USE                           VALUE 'Y'.
008400
008500 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008600 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008700 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008800
008900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009000 01  ROOM-TABLE-FILE             COPY VSAMIOFB.
009100 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
009200
009300* ************************************************************** *
009400* ONE ROOM PER RECORD (DDNAME ROOMTBL, KEYED ROOM CODE).         *
009500* ************************************************************** *
009600 01  ROOM-TABLE-RECORD.
009700     02  RMR-ROOM                PIC X(05).
009800     02  RMR-BUILDING            PIC X(20).
009900     02  RMR-SEATS               PIC 9(03).
010000     02  RMR-ROOM-TYPE           PIC X(01).
010100         88  RMR-CLASSROOM               VALUE 'C'.
010200         88  RMR-LAB                     VALUE 'L'.
010300         88  RMR-AUDITORIUM              VALUE 'A'.
010400         88  RMR-SEMINAR                 VALUE 'S'.
010500     02  RMR-AVAILABLE           PIC X(01).
010600         88  RMR-IS-AVAILABLE            VALUE 'Y'.
010700     02  FILLER                  PIC X(10).
010800
010900 01  SECTION-TABLE-RECORD.
011000     02  STR-DEPARTMENT          PIC 9(02).
011100     02  STR-COURSE              PIC 9(03).
011200     02  STR-NUMBER              PIC 9(01).
011300     02  STR-SEMESTER            PIC X(06).
011400     02  STR-DESCRIPTION         PIC X(11).
011500     02  STR-CAPACITY            PIC 9(03).
011600     02  STR-ENROLLED            PIC 9(03).
011700     02  STR-MEET-DAYS           PIC X(05).
011800     02  STR-START-TIME          PIC 9(04).
011900     02  STR-END-TIME            PIC 9(04).
012000     02  STR-ROOM                PIC X(05).
012100     02  STR-INSTRUCTOR-ID       PIC X(05).
012200     02  STR-XLIST-SECTION       PIC 9(06).
012300     02  STR-XLIST-SHARE         PIC 9(03).
012400
012500 01  HEADING-LINE-1.
012600     02  FILLER                  PIC X(38)   VALUE
012700         'ROOMMNT - ROOM MASTER MAINTENANCE REGI'.
012800     02  FILLER                  PIC X(94)   VALUE 'STER'.
012900
013000 01  REGISTER-LINE.
013100     02  RL-ACTION               PIC X(01).
013200     02  FILLER                  PIC X(02)   VALUE SPACES.
013300     02  RL-ROOM                 PIC X(05).
013400     02  FILLER                  PIC X(02)   VALUE SPACES.
013500     02  RL-BUILDING             PIC X(20).
013600     02  FILLER                  PIC X(02)   VALUE SPACES.
013700     02  RL-SEATS                PIC X(03).
013800     02  FILLER                  PIC X(02)   VALUE SPACES.
013900     02  RL-ROOM-TYPE            PIC X(01).
014000     02  FILLER                  PIC X(02)   VALUE SPACES.
014100     02  RL-AVAILABLE            PIC X(01).
014200     02  FILLER                  PIC X(02)   VALUE SPACES.
014300     02  RL-DISPOSITION          PIC X(30).
014400     02  FILLER                  PIC X(59)   VALUE SPACES.
014500
014600 PROCEDURE DIVISION.
014700
014800 000-INITIATE.
014900
015000     OPEN INPUT ACTION-CARD-FILE.
015100     OPEN OUTPUT REPORT-FILE.
015200     WRITE REPORT-LINE FROM HEADING-LINE-1.
015300
015400     MOVE 'ROOMTBL' TO VSIO-DDNAME OF ROOM-TABLE-FILE.
015500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF ROOM-TABLE-FILE.
015600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF ROOM-TABLE-FILE.
015700     MOVE VSIO-I-O TO VSIO-MODE OF ROOM-TABLE-FILE.
015800     MOVE +40 TO VSIO-RECORD-LENGTH OF ROOM-TABLE-FILE.
015900     MOVE +0 TO VSIO-KEY-POSITION OF ROOM-TABLE-FILE.
016000     MOVE +5 TO VSIO-KEY-LENGTH OF ROOM-TABLE-FILE.
016100     MOVE VSIO-OPEN TO VSIO-COMMAND.
016200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016300                         ROOM-TABLE-FILE,
016400                         ROOM-TABLE-RECORD.
016500*    END-CALL.
016600     IF NOT VSIO-SUCCESS
016700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016800         STOP RUN.
016900*    END-IF.
017000
017100     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
017200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
017300     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF SECTION-TABLE-FILE.
017400     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
017500     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
017600     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
017700     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
017800     MOVE VSIO-OPEN TO VSIO-COMMAND.
017900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018000                         SECTION-TABLE-FILE,
018100                         SECTION-TABLE-RECORD.
018200*    END-CALL.
018300     IF NOT VSIO-SUCCESS
018400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018500         STOP RUN.
018600*    END-IF.
018700
018800 010-PROCESS.
018900
019000     PERFORM 110-APPLY-ONE-CARD
019100        THRU 119-EXIT
019200       UNTIL END-OF-FILE.
019300*    END-PERFORM.
019400
019500 020-TERMINATE.
019600
019700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
019800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019900                         ROOM-TABLE-FILE,
020000                         ROOM-TABLE-RECORD.
020100*    END-CALL.
020200     IF NOT VSIO-SUCCESS
020300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
020400*    END-IF.
020500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
020600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020700                         SECTION-TABLE-FILE,
020800                         SECTION-TABLE-RECORD.
020900*    END-CALL.
021000
021100     CLOSE ACTION-CARD-FILE.
021200     CLOSE REPORT-FILE.
021300
021400     DISPLAY 'ROOMMNT: CARDS READ: ' CARD-COUNTER.
021500     DISPLAY 'ROOMMNT: APPLIED:    ' APPLIED-COUNTER.
021600     DISPLAY 'ROOMMNT: REJECTED:   ' REJECT-COUNTER.
021700     STOP RUN.
021800
021900 110-APPLY-ONE-CARD.
022000
022100     READ ACTION-CARD-FILE
022200         AT END
022300             MOVE 'Y' TO END-OF-FILE-SWITCH
022400             GO TO 119-EXIT.
022500*    END-READ.
022600
022700     ADD +1 TO CARD-COUNTER.
022800
022900     MOVE AC-ACTION TO RL-ACTION.
023000     MOVE AC-ROOM TO RL-ROOM.
023100     MOVE AC-BUILDING TO RL-BUILDING.
023200     MOVE ACTION-CARD-RECORD (27:3) TO RL-SEATS.
023300     MOVE AC-ROOM-TYPE TO RL-ROOM-TYPE.
023400     MOVE AC-AVAILABLE TO RL-AVAILABLE.
023500
023600     IF AC-ROOM EQUAL SPACES
023700         MOVE 'NO ROOM ON CARD' TO RL-DISPOSITION
023800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
023900         GO TO 119-EXIT.
024000*    END-IF.
024100
024200     IF (AC-ADD OR AC-CHANGE)
024300     AND (AC-SEATS NOT NUMERIC
024400          OR AC-SEATS EQUAL ZERO)
024500         MOVE 'SEATS NOT NUMERIC OR ZERO' TO RL-DISPOSITION
024600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024700         GO TO 119-EXIT.
024800*    END-IF.
024900
025000     IF (AC-ADD OR AC-CHANGE)
025100     AND NOT AC-ROOM-TYPE-VALID
025200         MOVE 'ROOM TYPE NOT C/L/A/S' TO RL-DISPOSITION
025300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025400         GO TO 119-EXIT.
025500*    END-IF.
025600
025700     IF (AC-ADD OR AC-CHANGE)
025800     AND NOT AC-AVAILABLE-VALID
025900         MOVE 'AVAILABLE FLAG NOT Y/N' TO RL-DISPOSITION
026000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026100         GO TO 119-EXIT.
026200*    END-IF.
026300
026400     EVALUATE TRUE
026500         WHEN AC-ADD
026600             PERFORM 120-ADD-ROOM THRU 129-EXIT
026700         WHEN AC-CHANGE
026800             PERFORM 130-CHANGE-ROOM THRU 139-EXIT
026900         WHEN AC-DELETE
027000             PERFORM 140-DELETE-ROOM THRU 149-EXIT
027100         WHEN OTHER
027200             MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
027300             PERFORM 170-WRITE-REJECT THRU 179-EXIT
027400     END-EVALUATE.
027500
027600 119-EXIT.
027700     EXIT.
027800
027900 120-ADD-ROOM.
028000
028100     MOVE SPACES TO ROOM-TABLE-RECORD.
028200     MOVE AC-ROOM TO RMR-ROOM.
028300     MOVE AC-BUILDING TO RMR-BUILDING.
028400     MOVE AC-SEATS TO RMR-SEATS.
028500     MOVE AC-ROOM-TYPE TO RMR-ROOM-TYPE.
028600     MOVE AC-AVAILABLE TO RMR-AVAILABLE.
028700     MOVE VSIO-WRITE TO VSIO-COMMAND.
028800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028900                         ROOM-TABLE-FILE,
029000                         ROOM-TABLE-RECORD.
029100*    END-CALL.
029200     IF VSIO-SUCCESS
029300         MOVE 'ADDED' TO RL-DISPOSITION
029400         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
029500     ELSE
029600         MOVE 'ADD FAILED - DUPLICATE?' TO RL-DISPOSITION
029700         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
029800*    END-IF.
029900
030000 129-EXIT.
030100     EXIT.
030200
030300 130-CHANGE-ROOM.
030400
030500     MOVE SPACES TO ROOM-TABLE-RECORD.
030600     MOVE AC-ROOM TO RMR-ROOM.
030700     MOVE VSIO-READ TO VSIO-COMMAND.
030800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030900                         ROOM-TABLE-FILE,
031000                         ROOM-TABLE-RECORD.
031100*    END-CALL.
031200     IF NOT VSIO-SUCCESS
031300         MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
031400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
031500         GO TO 139-EXIT.
031600*    END-IF.
031700
031800     MOVE AC-BUILDING TO RMR-BUILDING.
031900     MOVE AC-SEATS TO RMR-SEATS.
032000     MOVE AC-ROOM-TYPE TO RMR-ROOM-TYPE.
032100     MOVE AC-AVAILABLE TO RMR-AVAILABLE.
032200     MOVE +40 TO VSIO-RECORD-LENGTH OF ROOM-TABLE-FILE.
032300     MOVE VSIO-REWRITE TO VSIO-COMMAND.
032400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032500                         ROOM-TABLE-FILE,
032600                         ROOM-TABLE-RECORD.
032700*    END-CALL.
032800     IF VSIO-SUCCESS
032900         MOVE 'CHANGED' TO RL-DISPOSITION
033000         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
033100     ELSE
033200         MOVE 'CHANGE FAILED - REWRITE' TO RL-DISPOSITION
033300         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
033400*    END-IF.
033500
033600 139-EXIT.
033700     EXIT.
033800
033900 140-DELETE-ROOM.
034000
034100     PERFORM 150-CHECK-ROOM-IN-USE THRU 159-EXIT.
034200     IF WS-IN-USE
034300         MOVE 'ROOM STILL ASSIGNED TO SECTIONS' TO RL-DISPOSITION
034400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
034500         GO TO 149-EXIT.
034600*    END-IF.
034700
034800     MOVE SPACES TO ROOM-TABLE-RECORD.
034900     MOVE AC-ROOM TO RMR-ROOM.
035000     MOVE VSIO-DELETE TO VSIO-COMMAND.
035100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035200                         ROOM-TABLE-FILE,
035300                         ROOM-TABLE-RECORD.
035400*    END-CALL.
035500     IF VSIO-SUCCESS
035600         MOVE 'DELETED' TO RL-DISPOSITION
035700         PERFORM 160-WRITE-APPLIED THRU 169-EXIT
035800     ELSE
035900         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
036000         PERFORM 170-WRITE-REJECT THRU 179-EXIT.
036100*    END-IF.
036200
036300 149-EXIT.
036400     EXIT.
036500
036600* ************************************************************** *
036700* SETS WS-IN-USE WHEN ANY SECTION OF ANY SEMESTER ON             *
036800* SECTION-TABLE-FILE STILL NAMES THE ROOM ON THE CARD.  THE      *
036900* SECTIONS ARE BROWSED FROM THE FRONT OF THE FILE.               *
037000* ************************************************************** *
037100 150-CHECK-ROOM-IN-USE.
037200
037300     MOVE 'N' TO WS-IN-USE-SWITCH.
037400     MOVE 'N' TO SECTION-EOF-SWITCH.
037500
037600     MOVE LOW-VALUES TO SECTION-TABLE-RECORD.
037700     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
037800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037900                         SECTION-TABLE-FILE,
038000                         SECTION-TABLE-RECORD.
038100*    END-CALL.
038200     IF NOT VSIO-SUCCESS
038300         MOVE +0 TO VSIO-RETURN-CODE
038400         GO TO 159-EXIT.
038500*    END-IF.
038600
038700     PERFORM 155-CHECK-ONE-SECTION
038800        THRU 155-EXIT
038900       UNTIL SECTION-EOF
039000          OR WS-IN-USE.
039100*    END-PERFORM.
039200
039300 159-EXIT.
039400     EXIT.
039500
039600 155-CHECK-ONE-SECTION.
039700
039800     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
039900     MOVE VSIO-READ TO VSIO-COMMAND.
040000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040100                         SECTION-TABLE-FILE,
040200                         SECTION-TABLE-RECORD.
040300*    END-CALL.
040400     IF NOT VSIO-SUCCESS
040500         MOVE +0 TO VSIO-RETURN-CODE
040600         MOVE 'Y' TO SECTION-EOF-SWITCH
040700         GO TO 155-EXIT.
040800*    END-IF.
040900
041000     IF STR-ROOM EQUAL AC-ROOM
041100         MOVE 'Y' TO WS-IN-USE-SWITCH.
041200*    END-IF.
041300
041400 155-EXIT.
041500     EXIT.
041600
041700 160-WRITE-APPLIED.
041800
041900     WRITE REPORT-LINE FROM REGISTER-LINE.
042000     ADD +1 TO APPLIED-COUNTER.
042100
042200 169-EXIT.
042300     EXIT.
042400
042500 170-WRITE-REJECT.
042600
042700     WRITE REPORT-LINE FROM REGISTER-LINE.
042800     ADD +1 TO REJECT-COUNTER.
042900
043000 179-EXIT.
043100     EXIT.
043200
043300* ************************************************************** *
043400* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
043500* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
043600* PROGRAM IN THIS SUITE.                                         *
043700* ************************************************************** *
043800 500-DISPLAY-UNKNOWN-ERROR.
043900
044000     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
044100     EXHIBIT NAMED VSIO-RETURN-CODE.
044200     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
044300                   VSIO-VSAM-FUNCTION-CODE,
044400                   VSIO-VSAM-FEEDBACK-CODE.
044500
044600 509-EXIT.
044700     EXIT.
