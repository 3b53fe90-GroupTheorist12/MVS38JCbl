000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECTCONV.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ONE-TIME CONVERSION OF SECTION-TABLE-FILE FROM THE 55-BYTE    *
000900* LAYOUT KEYED BY DEPARTMENT + COURSE + SECTION (DDNAME SECTOLD *
001000* IN THIS JOB) TO THE 61-BYTE LAYOUT KEYED BY DEPARTMENT +      *
001100* COURSE + SECTION + SEMESTER (DDNAME SECTTBL).  THE OLD FILE   *
001200* HELD ONLY THE TERM THEN BEING SCHEDULED, SO EVERY SECTION IS  *
001300* STAMPED WITH THE ONE SEMESTER PUNCHED IN COLS 1-6 OF THE      *
001400* SYSIN CARD; THAT SEMESTER MUST BE ON THE SEMTBL CALENDAR.     *
001500* THE REST OF THE RECORD CARRIES ACROSS UNCHANGED BEHIND THE    *
001600* NEW KEY.                                                      *
001700*                                                                 *
001800* A DUPLICATE KEY IS COUNTED AND SKIPPED, NOT FATAL.  THE RUN   *
001900* ENDS RC 8 ON A MISSING OR UNKNOWN SEMESTER, OR IF THE OUTPUT  *
002000* CLUSTER CANNOT BE LOADED.                                     *
002100*                                                                 *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT CONTROL-CARD-FILE
003600         ASSIGN TO UT-S-SYSIN.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CONTROL-CARD-FILE
004100     LABEL RECORDS ARE OMITTED
004200     RECORD CONTAINS 80 CHARACTERS
004300     BLOCK CONTAINS 0 RECORDS
004400     DATA RECORD IS CONTROL-CARD-RECORD.
004500 01  CONTROL-CARD-RECORD.
004600     02  CC-SEMESTER             PIC X(06).
004700     02  FILLER                  PIC X(74).
004800
004900 WORKING-STORAGE SECTION.
005000 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
005100     88  END-OF-FILE                         VALUE 'Y'.
005200
005300 77  READ-COUNTER                PIC S9(8) COMP VALUE ZERO.
005400 77  LOADED-COUNTER              PIC S9(8) COMP VALUE ZERO.
005500 77  DUPLICATE-COUNTER           PIC S9(8) COMP VALUE ZERO.
005600 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
005700
005800 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
005900 01  OLD-SECTION-FILE            COPY VSAMIOFB.
006000 01  NEW-SECTION-FILE            COPY VSAMIOFB.
006100 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
006200
006300 01  OLD-SECTION-RECORD          PIC X(55).
006400
006500* ************************************************************** *
006600* THE NEW SECTION RECORD: THE OLD 6-BYTE SECTION ID, THE         *
006700* SEMESTER, THEN THE REMAINING 49 BYTES OF THE OLD RECORD.       *
006800* 61 BYTES.                                                      *
006900* ************************************************************** *
007000 01  SECTION-TABLE-RECORD.
007100     02  STR-SECTION-ID          PIC X(06).
007200     02  STR-SEMESTER            PIC X(06).
007300     02  STR-SECTION-DATA        PIC X(49).
007400
007500 01  SEMESTER-TABLE-RECORD.
007600     02  SMR-CODE                PIC X(06).
007700     02  FILLER                  PIC X(118).
007800
007900 PROCEDURE DIVISION.
008000
008100 000-INITIATE.
008200
008300     DISPLAY 'SECTCONV: SECTION TABLE SEMESTER-KEY '
008400             'CONVERSION'.
008500     DISPLAY '--------------------------------------------------'.
008600     DISPLAY ' '.
008700
008800     OPEN INPUT CONTROL-CARD-FILE.
008900     MOVE SPACES TO CONTROL-CARD-RECORD.
009000     READ CONTROL-CARD-FILE
009100         AT END
009200             DISPLAY 'SECTCONV: NO SEMESTER CARD SUPPLIED - '
009300                     'STOPPING'
009400             MOVE +8 TO RETURN-CODE
009500             STOP RUN.
009600*    END-READ.
009700     CLOSE CONTROL-CARD-FILE.
009800
009900     IF CC-SEMESTER EQUAL SPACES
010000         DISPLAY 'SECTCONV: SEMESTER CARD IS BLANK - STOPPING'
010100         MOVE +8 TO RETURN-CODE
010200         STOP RUN.
010300*    END-IF.
010400
010500     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
010600     MOVE VSIO-KSDS TO
010700         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
010800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
010900     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
011000     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
011100     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
011200     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
011300     MOVE VSIO-OPEN TO VSIO-COMMAND.
011400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
011500                         SEMESTER-TABLE-FILE,
011600                         SEMESTER-TABLE-RECORD.
011700*    END-CALL.
011800     IF NOT VSIO-SUCCESS
011900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
012000         MOVE +8 TO RETURN-CODE
012100         STOP RUN.
012200*    END-IF.
012300
012400     MOVE SPACES TO SEMESTER-TABLE-RECORD.
012500     MOVE CC-SEMESTER TO SMR-CODE.
012600     MOVE VSIO-READ TO VSIO-COMMAND.
012700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
012800                         SEMESTER-TABLE-FILE,
012900                         SEMESTER-TABLE-RECORD.
013000*    END-CALL.
013100     IF NOT VSIO-SUCCESS
013200         DISPLAY 'SECTCONV: SEMESTER ' CC-SEMESTER
013300                 ' NOT ON SEMTBL - STOPPING'
013400         MOVE +8 TO RETURN-CODE
013500         STOP RUN.
013600*    END-IF.
013700
013800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
013900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
014000                         SEMESTER-TABLE-FILE,
014100                         SEMESTER-TABLE-RECORD.
014200*    END-CALL.
014300
014400     MOVE 'SECTOLD' TO VSIO-DDNAME OF OLD-SECTION-FILE.
014500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF OLD-SECTION-FILE.
014600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF OLD-SECTION-FILE.
014700     MOVE VSIO-INPUT TO VSIO-MODE OF OLD-SECTION-FILE.
014800     MOVE +55 TO VSIO-RECORD-LENGTH OF OLD-SECTION-FILE.
014900     MOVE +0 TO VSIO-KEY-POSITION OF OLD-SECTION-FILE.
015000     MOVE +6 TO VSIO-KEY-LENGTH OF OLD-SECTION-FILE.
015100     MOVE VSIO-OPEN TO VSIO-COMMAND.
015200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015300                         OLD-SECTION-FILE,
015400                         OLD-SECTION-RECORD.
015500*    END-CALL.
015600     IF NOT VSIO-SUCCESS
015700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015800         MOVE +8 TO RETURN-CODE
015900         STOP RUN.
016000*    END-IF.
016100
016200     MOVE 'SECTTBL' TO VSIO-DDNAME OF NEW-SECTION-FILE.
016300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF NEW-SECTION-FILE.
016400     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF NEW-SECTION-FILE.
016500     MOVE VSIO-OUTPUT TO VSIO-MODE OF NEW-SECTION-FILE.
016600     MOVE +61 TO VSIO-RECORD-LENGTH OF NEW-SECTION-FILE.
016700     MOVE +0 TO VSIO-KEY-POSITION OF NEW-SECTION-FILE.
016800     MOVE +12 TO VSIO-KEY-LENGTH OF NEW-SECTION-FILE.
016900     MOVE VSIO-OPEN TO VSIO-COMMAND.
017000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017100                         NEW-SECTION-FILE,
017200                         SECTION-TABLE-RECORD.
017300*    END-CALL.
017400     IF NOT VSIO-SUCCESS
017500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
017600         MOVE +8 TO RETURN-CODE
017700         STOP RUN.
017800*    END-IF.
017900
018000 010-PROCESS.
018100
018200     PERFORM 110-CONVERT-ONE-RECORD
018300        THRU 119-EXIT
018400       UNTIL END-OF-FILE.
018500*    END-PERFORM.
018600
018700 020-TERMINATE.
018800
018900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
019000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019100                         OLD-SECTION-FILE,
019200                         OLD-SECTION-RECORD.
019300*    END-CALL.
019400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019500                         NEW-SECTION-FILE,
019600                         SECTION-TABLE-RECORD.
019700*    END-CALL.
019800
019900     DISPLAY 'SECTCONV: SEMESTER STAMPED: ' CC-SEMESTER.
020000     DISPLAY 'SECTCONV: RECORDS READ:     ' READ-COUNTER.
020100     DISPLAY 'SECTCONV: RECORDS LOADED:   ' LOADED-COUNTER.
020200     DISPLAY 'SECTCONV: DUPLICATES:       ' DUPLICATE-COUNTER.
020300     DISPLAY 'SECTCONV: ERRORS:           ' ERROR-COUNTER.
020400
020500     IF ERROR-COUNTER GREATER THAN ZERO
020600         MOVE +8 TO RETURN-CODE.
020700*    END-IF.
020800     STOP RUN.
020900
021000 110-CONVERT-ONE-RECORD.
021100
021200     MOVE +55 TO VSIO-RECORD-LENGTH OF OLD-SECTION-FILE.
021300     MOVE VSIO-READ TO VSIO-COMMAND.
021400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021500                         OLD-SECTION-FILE,
021600                         OLD-SECTION-RECORD.
021700*    END-CALL.
021800     IF NOT VSIO-SUCCESS
021900         IF VSIO-END-OF-FILE
022000             MOVE 'Y' TO END-OF-FILE-SWITCH
022100             GO TO 119-EXIT
022200         ELSE
022300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022400             ADD +1 TO ERROR-COUNTER
022500             MOVE 'Y' TO END-OF-FILE-SWITCH
022600             GO TO 119-EXIT.
022700*        END-IF
022800*    END-IF.
022900
023000     ADD +1 TO READ-COUNTER.
023100
023200     MOVE OLD-SECTION-RECORD (1:6) TO STR-SECTION-ID.
023300     MOVE CC-SEMESTER TO STR-SEMESTER.
023400     MOVE OLD-SECTION-RECORD (7:49) TO STR-SECTION-DATA.
023500
023600     MOVE +61 TO VSIO-RECORD-LENGTH OF NEW-SECTION-FILE.
023700     MOVE VSIO-WRITE TO VSIO-COMMAND.
023800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023900                         NEW-SECTION-FILE,
024000                         SECTION-TABLE-RECORD.
024100*    END-CALL.
024200     EVALUATE TRUE
024300         WHEN VSIO-SUCCESS
024400             ADD +1 TO LOADED-COUNTER
024500         WHEN VSIO-RECORD-NOT-FOUND
024600             ADD +1 TO DUPLICATE-COUNTER
024700             MOVE +0 TO VSIO-RETURN-CODE
024800         WHEN OTHER
024900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
025000             ADD +1 TO ERROR-COUNTER
025100     END-EVALUATE.
025200
025300 119-EXIT.
025400     EXIT.
025500
025600* ************************************************************** *
025700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
025800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
025900* PROGRAM IN THIS SUITE.                                         *
026000* ************************************************************** *
026100 500-DISPLAY-UNKNOWN-ERROR.
026200
026300     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
026400     EXHIBIT NAMED VSIO-RETURN-CODE.
026500     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
026600                   VSIO-VSAM-FUNCTION-CODE,
026700                   VSIO-VSAM-FEEDBACK-CODE.
026800
026900 509-EXIT.
027000     EXIT.
