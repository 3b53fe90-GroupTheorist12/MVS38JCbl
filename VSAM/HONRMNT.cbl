000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HONRMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE GRADUATION HONORS CLUSTER (DDNAME         *
000900* HONRTBL, KEYED BY A ONE-BYTE HONORS CODE) THAT GRADCONF       *
001000* DETERMINES LATIN HONORS FROM.  EACH ENTRY CARRIES THE         *
001100* MINIMUM CUMULATIVE GPA FOR THE HONOR AND THE TITLE PRINTED    *
001200* ON THE DIPLOMA AND THE COMMENCEMENT PROGRAM; A GRADUATE       *
001300* RECEIVES THE ENTRY WITH THE HIGHEST MINIMUM THE GPA MEETS.    *
001400* THE USUAL ENTRIES ARE 'S' SUMMA CUM LAUDE, 'M' MAGNA CUM      *
001500* LAUDE AND 'C' CUM LAUDE.  APPLIED THROUGH VSAMIO SO EVERY     *
001600* CHANGE LANDS ON THE VSIOAUD BEFORE/AFTER TRAIL.               *
001700*                                                               *
001800* DRIVEN BY ACTION CARDS ON UT-S-HNRCARD:                       *
001900*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
002000*   COL  2     HONORS CODE                                      *
002100*   COL  3-5   MINIMUM GPA (9V99, 350 = 3.50)                   *
002200*   COL  6-25  HONORS TITLE                                     *
002300* A CHANGE REPLACES BOTH THE MINIMUM AND THE TITLE.             *
002400*                                                               *
002500* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.      *
002600*                                                               *
002700* MODIFICATION HISTORY.                                         *
002800*   DATE       INIT  DESCRIPTION                                *
002900*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003000* ************************************************************* *
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000     SELECT ACTION-CARD-FILE
004100         ASSIGN TO UT-S-HNRCARD.
004200
004300     SELECT REPORT-FILE
004400         ASSIGN TO UR-1403-S-SYSPRINT.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  ACTION-CARD-FILE
004900     LABEL RECORDS ARE OMITTED
005000     RECORD CONTAINS 80 CHARACTERS
005100     BLOCK CONTAINS 0 RECORDS
005200     DATA RECORD IS ACTION-CARD-RECORD.
005300 01  ACTION-CARD-RECORD.
005400     02  AC-ACTION               PIC X(01).
005500         88  AC-ADD                      VALUE 'A'.
005600         88  AC-CHANGE                   VALUE 'C'.
005700         88  AC-DELETE                   VALUE 'D'.
005800     02  AC-HONORS-CODE          PIC X(01).
005900     02  AC-MIN-GPA              PIC 9V99.
006000     02  AC-HONORS-TITLE         PIC X(20).
006100     02  FILLER                  PIC X(55).
006200
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 132 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS REPORT-LINE.
006800 01  REPORT-LINE                 PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007200     88  END-OF-FILE                         VALUE 'Y'.
007300
007400 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
007500 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007600 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
007700
007800 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
007900 01  HONORS-TABLE-FILE           COPY VSAMIOFB.
008000
008100* ************************************************************** *
008200* ONE GRADUATION HONOR (DDNAME HONRTBL, 30 BYTES, KEY 1).        *
008300* ************************************************************** *
008400 01  HONORS-TABLE-RECORD.
008500     02  HNR-CODE                PIC X(01).
008600     02  HNR-MIN-GPA             PIC 9V99.
008700     02  HNR-TITLE               PIC X(20).
008800     02  FILLER                  PIC X(06).
008900
009000 01  HEADING-LINE-1.
009100     02  FILLER                  PIC X(49)   VALUE
009200         'HONRMNT - GRADUATION HONORS MAINTENANCE REGISTER'.
009300     02  FILLER                  PIC X(83)   VALUE SPACES.
009400
009500 01  REGISTER-LINE.
009600     02  RL-ACTION               PIC X(01).
009700     02  FILLER                  PIC X(02)   VALUE SPACES.
009800     02  RL-HONORS-CODE          PIC X(01).
009900     02  FILLER                  PIC X(02)   VALUE SPACES.
010000     02  RL-MIN-GPA              PIC 9.99.
010100     02  FILLER                  PIC X(02)   VALUE SPACES.
010200     02  RL-HONORS-TITLE         PIC X(20).
010300     02  FILLER                  PIC X(02)   VALUE SPACES.
010400     02  RL-DISPOSITION          PIC X(30).
010500     02  FILLER                  PIC X(68)   VALUE SPACES.
010600
010700 PROCEDURE DIVISION.
010800
010900 000-INITIATE.
011000
011100     OPEN INPUT ACTION-CARD-FILE.
011200     OPEN OUTPUT REPORT-FILE.
011300     WRITE REPORT-LINE FROM HEADING-LINE-1.
011400
011500     MOVE 'HONRTBL' TO VSIO-DDNAME OF HONORS-TABLE-FILE.
011600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HONORS-TABLE-FILE.
011700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF HONORS-TABLE-FILE.
011800     MOVE VSIO-I-O TO VSIO-MODE OF HONORS-TABLE-FILE.
011900     MOVE +30 TO VSIO-RECORD-LENGTH OF HONORS-TABLE-FILE.
012000     MOVE +0 TO VSIO-KEY-POSITION OF HONORS-TABLE-FILE.
012100     MOVE +1 TO VSIO-KEY-LENGTH OF HONORS-TABLE-FILE.
012200     MOVE VSIO-OPEN TO VSIO-COMMAND.
012300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
012400                         HONORS-TABLE-FILE,
012500                         HONORS-TABLE-RECORD.
012600*    END-CALL.
012700     IF NOT VSIO-SUCCESS
012800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
012900         STOP RUN.
013000*    END-IF.
013100
013200 010-PROCESS.
013300
013400     PERFORM 110-APPLY-ONE-CARD
013500        THRU 119-EXIT
013600       UNTIL END-OF-FILE.
013700*    END-PERFORM.
013800
013900 020-TERMINATE.
014000
014100     CLOSE ACTION-CARD-FILE.
014200     CLOSE REPORT-FILE.
014300
014400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
014500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
014600                         HONORS-TABLE-FILE,
014700                         HONORS-TABLE-RECORD.
014800*    END-CALL.
014900
015000     DISPLAY 'HONRMNT: CARDS READ: ' CARD-COUNTER.
015100     DISPLAY 'HONRMNT: APPLIED:    ' APPLIED-COUNTER.
015200     DISPLAY 'HONRMNT: REJECTED:   ' REJECT-COUNTER.
015300     STOP RUN.
015400
015500 110-APPLY-ONE-CARD.
015600
015700     READ ACTION-CARD-FILE
015800         AT END
015900             MOVE 'Y' TO END-OF-FILE-SWITCH
016000             GO TO 119-EXIT.
016100*    END-READ.
016200
016300     ADD +1 TO CARD-COUNTER.
016400
016500     MOVE AC-ACTION TO RL-ACTION.
016600     MOVE AC-HONORS-CODE TO RL-HONORS-CODE.
016700     MOVE ZERO TO RL-MIN-GPA.
016800     MOVE AC-HONORS-TITLE TO RL-HONORS-TITLE.
016900
017000     IF AC-HONORS-CODE EQUAL SPACE
017100         MOVE 'NO HONORS CODE ON CARD' TO RL-DISPOSITION
017200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
017300         GO TO 119-EXIT.
017400*    END-IF.
017500
017600     IF AC-DELETE
017700         PERFORM 140-DELETE-HONOR THRU 149-EXIT
017800         GO TO 119-EXIT.
017900*    END-IF.
018000
018100     IF NOT AC-ADD
018200     AND NOT AC-CHANGE
018300         MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
018400         PERFORM 170-WRITE-REJECT THRU 179-EXIT
018500         GO TO 119-EXIT.
018600*    END-IF.
018700
018800     IF AC-MIN-GPA NOT NUMERIC
018900         MOVE 'MINIMUM GPA NOT NUMERIC' TO RL-DISPOSITION
019000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
019100         GO TO 119-EXIT.
019200*    END-IF.
019300     MOVE AC-MIN-GPA TO RL-MIN-GPA.
019400
019500* ************************************************************** *
019600* A ZERO MINIMUM WOULD GIVE THE HONOR TO EVERY GRADUATE.         *
019700* ************************************************************** *
019800     IF AC-MIN-GPA EQUAL ZERO
019900         MOVE 'MINIMUM GPA MAY NOT BE ZERO' TO RL-DISPOSITION
020000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
020100         GO TO 119-EXIT.
020200*    END-IF.
020300
020400     IF AC-HONORS-TITLE EQUAL SPACES
020500         MOVE 'NO HONORS TITLE ON CARD' TO RL-DISPOSITION
020600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
020700         GO TO 119-EXIT.
020800*    END-IF.
020900
021000     MOVE SPACES TO HONORS-TABLE-RECORD.
021100     MOVE AC-HONORS-CODE TO HNR-CODE.
021200     MOVE AC-MIN-GPA TO HNR-MIN-GPA.
021300     MOVE AC-HONORS-TITLE TO HNR-TITLE.
021400     MOVE +30 TO VSIO-RECORD-LENGTH OF HONORS-TABLE-FILE.
021500
021600     IF AC-ADD
021700         MOVE VSIO-WRITE TO VSIO-COMMAND
021800     ELSE
021900         MOVE VSIO-REWRITE TO VSIO-COMMAND.
022000*    END-IF.
022100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022200                         HONORS-TABLE-FILE,
022300                         HONORS-TABLE-RECORD.
022400*    END-CALL.
022500     IF VSIO-SUCCESS
022600         IF AC-ADD
022700             MOVE 'HONOR ADDED' TO RL-DISPOSITION
022800         ELSE
022900             MOVE 'HONOR CHANGED' TO RL-DISPOSITION
023000         END-IF
023100         WRITE REPORT-LINE FROM REGISTER-LINE
023200         ADD +1 TO APPLIED-COUNTER
023300     ELSE
023400         IF AC-ADD
023500             MOVE 'ADD FAILED - DUPLICATE?' TO RL-DISPOSITION
023600         ELSE
023700             MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
023800         END-IF
023900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024000         MOVE +0 TO VSIO-RETURN-CODE.
024100*    END-IF.
024200
024300 119-EXIT.
024400     EXIT.
024500
024600 140-DELETE-HONOR.
024700
024800     MOVE SPACES TO HONORS-TABLE-RECORD.
024900     MOVE AC-HONORS-CODE TO HNR-CODE.
025000     MOVE VSIO-DELETE TO VSIO-COMMAND.
025100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025200                         HONORS-TABLE-FILE,
025300                         HONORS-TABLE-RECORD.
025400*    END-CALL.
025500     IF VSIO-SUCCESS
025600         MOVE 'HONOR DELETED' TO RL-DISPOSITION
025700         WRITE REPORT-LINE FROM REGISTER-LINE
025800         ADD +1 TO APPLIED-COUNTER
025900     ELSE
026000         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
026100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026200         MOVE +0 TO VSIO-RETURN-CODE.
026300*    END-IF.
026400
026500 149-EXIT.
026600     EXIT.
026700
026800 170-WRITE-REJECT.
026900
027000     WRITE REPORT-LINE FROM REGISTER-LINE.
027100     ADD +1 TO REJECT-COUNTER.
027200
027300 179-EXIT.
027400     EXIT.
027500
027600* ************************************************************** *
027700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
027800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
027900* PROGRAM IN THIS SUITE.                                         *
028000* ************************************************************** *
028100 500-DISPLAY-UNKNOWN-ERROR.
028200
028300     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
028400     EXHIBIT NAMED VSIO-RETURN-CODE.
028500     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
028600                   VSIO-VSAM-FUNCTION-CODE,
028700                   VSIO-VSAM-FEEDBACK-CODE.
028800
028900 509-EXIT.
029000     EXIT.
