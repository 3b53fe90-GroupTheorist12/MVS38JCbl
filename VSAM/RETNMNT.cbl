000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETNMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE RECORDS RETENTION SCHEDULE CLUSTER        *
000900* (DDNAME RETNTBL, KEYED BY THE DDNAME OF THE DATASET IT        *
001000* GOVERNS) THAT THE MONTHLY RETNRUN RETENTION RUN WORKS FROM.   *
001100* EACH ENTRY CARRIES THE DATASET'S DESCRIPTION, HOW MANY YEARS  *
001200* ITS RECORDS ARE KEPT, WHAT HAPPENS TO A RECORD OLDER THAN     *
001300* THAT ('A' MOVED TO THE ARCHIVE GENERATION, 'P' PURGED) OR     *
001400* 'K' FOR A PERMANENT DATASET RETNRUN MUST NEVER TOUCH, AND     *
001500* FOR 'A' THE DDNAME THE ARCHIVE GENERATION IS ALLOCATED TO     *
001600* IN THE RETNRUN STEP.                                          *
001700* APPLIED THROUGH VSAMIO SO EVERY CHANGE LANDS ON THE VSIOAUD   *
001800* BEFORE/AFTER TRAIL, THE SAME AS CHGCMNT.                      *
001900*                                                               *
002000* DRIVEN BY ACTION CARDS ON UT-S-RETNCARD:                      *
002100*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
002200*   COL  2-9   DATASET DDNAME                                   *
002300*   COL 10-34  DESCRIPTION     (REQUIRED FOR ADD/CHANGE)        *
002400*   COL 35-36  YEARS RETAINED  (01-99, BLANK FOR 'K')           *
002500*   COL 37     DISPOSITION     'A' ARCHIVE, 'P' PURGE,          *
002600*                              'K' PERMANENT                    *
002700*   COL 38-45  ARCHIVE DDNAME  (REQUIRED FOR 'A' ONLY)          *
002800*                                                               *
002900* THE SCHEDULE AS FIRST LOADED:                                 *
003000*   SECLOG    3 YEARS  PURGE     SECURITY LOG                   *
003100*   JOBSTATS  2 YEARS  PURGE     END-OF-JOB STATISTICS          *
003200*   GRDCHGR   PERMANENT          GRADE CHANGE REGISTER          *
003300*   PROMNTC   5 YEARS  ARCHIVE   PROMOTION NOTICES (PROMARC)    *
003400*   CHARGES   7 YEARS  ARCHIVE   TUITION CHARGES   (CHRGARC)    *
003500*   ARDETL    7 YEARS  ARCHIVE   AR DETAIL JOURNAL (ARDTARC)    *
003600*                                                               *
003700* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.      *
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
005200     SELECT ACTION-CARD-FILE
005300         ASSIGN TO UT-S-RETNCARD.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO UR-1403-S-SYSPRINT.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  ACTION-CARD-FILE
006100     LABEL RECORDS ARE OMITTED
006200     RECORD CONTAINS 80 CHARACTERS
006300     BLOCK CONTAINS 0 RECORDS
006400     DATA RECORD IS ACTION-CARD-RECORD.
006500 01  ACTION-CARD-RECORD.
006600     02  AC-ACTION               PIC X(01).
006700         88  AC-ADD                      VALUE 'A'.
006800         88  AC-CHANGE                   VALUE 'C'.
006900         88  AC-DELETE                   VALUE 'D'.
007000     02  AC-DDNAME               PIC X(08).
007100     02  AC-DESCRIPTION          PIC X(25).
007200     02  AC-RETAIN-YEARS         PIC X(02).
007300     02  FILLER REDEFINES AC-RETAIN-YEARS.
007400         03  AC-RETAIN-YEARS-N   PIC 9(02).
007500     02  AC-DISPOSITION          PIC X(01).
007600         88  AC-ARCHIVE                  VALUE 'A'.
007700         88  AC-PURGE                    VALUE 'P'.
007800         88  AC-PERMANENT                VALUE 'K'.
007900     02  AC-ARCHIVE-DDNAME       PIC X(08).
008000     02  FILLER                  PIC X(35).
008100
008200 FD  REPORT-FILE
008300     LABEL RECORDS ARE OMITTED
008400     RECORD CONTAINS 132 CHARACTERS
008500     BLOCK CONTAINS 0 RECORDS
008600     DATA RECORD IS REPORT-LINE.
008700 01  REPORT-LINE                 PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009100     88  END-OF-FILE                         VALUE 'Y'.
009200
009300 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
009400 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009500 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
009600
009700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009800 01  RETENTION-TABLE-FILE        COPY VSAMIOFB.
009900
010000* ************************************************************** *
010100* RECORDS RETENTION SCHEDULE (DDNAME RETNTBL, KEYED BY DATASET   *
010200* DDNAME), ALSO DESCRIBED IN RETNRUN.                            *
010300* ************************************************************** *
010400 01  RETENTION-TABLE-RECORD.
010500     02  RTN-DDNAME              PIC X(08).
010600     02  RTN-DESCRIPTION         PIC X(25).
010700     02  RTN-RETAIN-YEARS        PIC 9(02).
010800     02  RTN-DISPOSITION         PIC X(01).
010900         88  RTN-ARCHIVE                 VALUE 'A'.
011000         88  RTN-PURGE                   VALUE 'P'.
011100         88  RTN-PERMANENT               VALUE 'K'.
011200     02  RTN-ARCHIVE-DDNAME      PIC X(08).
011300     02  FILLER                  PIC X(16).
011400
011500 01  HEADING-LINE-1.
011600     02  FILLER                  PIC X(44)   VALUE
011700         'RETNMNT - RETENTION SCHEDULE MAINTENANCE REG'.
011800     02  FILLER                  PIC X(88)   VALUE 'ISTER'.
011900
012000 01  REGISTER-LINE.
012100     02  RL-ACTION               PIC X(01).
012200     02  FILLER                  PIC X(02)   VALUE SPACES.
012300     02  RL-DDNAME               PIC X(08).
012400     02  FILLER                  PIC X(02)   VALUE SPACES.
012500     02  RL-DESCRIPTION          PIC X(25).
012600     02  FILLER                  PIC X(02)   VALUE SPACES.
012700     02  RL-RETAIN-YEARS         PIC X(02).
012800     02  FILLER                  PIC X(02)   VALUE SPACES.
012900     02  RL-DISPOSITION          PIC X(01).
013000     02  FILLER                  PIC X(02)   VALUE SPACES.
013100     02  RL-ARCHIVE-DDNAME       PIC X(08).
013200     02  FILLER                  PIC X(02)   VALUE SPACES.
013300     02  RL-RESULT               PIC X(35).
013400     02  FILLER                  PIC X(40)   VALUE SPACES.
013500
013600 PROCEDURE DIVISION.
013700
013800 000-INITIATE.
013900
014000     OPEN INPUT ACTION-CARD-FILE.
014100     OPEN OUTPUT REPORT-FILE.
014200     WRITE REPORT-LINE FROM HEADING-LINE-1.
014300
014400     MOVE 'RETNTBL' TO VSIO-DDNAME OF RETENTION-TABLE-FILE.
014500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETENTION-TABLE-FILE.
014600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETENTION-TABLE-FILE.
014700     MOVE VSIO-I-O TO VSIO-MODE OF RETENTION-TABLE-FILE.
014800     MOVE +60 TO VSIO-RECORD-LENGTH OF RETENTION-TABLE-FILE.
014900     MOVE +0 TO VSIO-KEY-POSITION OF RETENTION-TABLE-FILE.
015000     MOVE +8 TO VSIO-KEY-LENGTH OF RETENTION-TABLE-FILE.
015100     MOVE VSIO-OPEN TO VSIO-COMMAND.
015200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015300                         RETENTION-TABLE-FILE,
015400                         RETENTION-TABLE-RECORD.
015500*    END-CALL.
015600     IF NOT VSIO-SUCCESS
015700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015800         STOP RUN.
015900*    END-IF.
016000
016100 010-PROCESS.
016200
016300     PERFORM 110-APPLY-ONE-CARD
016400        THRU 119-EXIT
016500       UNTIL END-OF-FILE.
016600*    END-PERFORM.
016700
016800 020-TERMINATE.
016900
017000     CLOSE ACTION-CARD-FILE.
017100     CLOSE REPORT-FILE.
017200
017300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
017400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017500                         RETENTION-TABLE-FILE,
017600                         RETENTION-TABLE-RECORD.
017700*    END-CALL.
017800
017900     DISPLAY 'RETNMNT: CARDS READ: ' CARD-COUNTER.
018000     DISPLAY 'RETNMNT: APPLIED:    ' APPLIED-COUNTER.
018100     DISPLAY 'RETNMNT: REJECTED:   ' REJECT-COUNTER.
018200     STOP RUN.
018300
018400 110-APPLY-ONE-CARD.
018500
018600     READ ACTION-CARD-FILE
018700         AT END
018800             MOVE 'Y' TO END-OF-FILE-SWITCH
018900             GO TO 119-EXIT.
019000*    END-READ.
019100
019200     ADD +1 TO CARD-COUNTER.
019300
019400     MOVE AC-ACTION TO RL-ACTION.
019500     MOVE AC-DDNAME TO RL-DDNAME.
019600     MOVE AC-DESCRIPTION TO RL-DESCRIPTION.
019700     MOVE AC-RETAIN-YEARS TO RL-RETAIN-YEARS.
019800     MOVE AC-DISPOSITION TO RL-DISPOSITION.
019900     MOVE AC-ARCHIVE-DDNAME TO RL-ARCHIVE-DDNAME.
020000
020100     IF AC-DDNAME EQUAL SPACES
020200         MOVE 'DATASET DDNAME MISSING' TO RL-RESULT
020300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
020400         GO TO 119-EXIT.
020500*    END-IF.
020600
020700     IF AC-DELETE
020800         PERFORM 140-DELETE-ENTRY THRU 149-EXIT
020900         GO TO 119-EXIT.
021000*    END-IF.
021100
021200     IF NOT AC-ADD
021300     AND NOT AC-CHANGE
021400         MOVE 'INVALID ACTION CODE' TO RL-RESULT
021500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
021600         GO TO 119-EXIT.
021700*    END-IF.
021800
021900     IF AC-DESCRIPTION EQUAL SPACES
022000         MOVE 'DESCRIPTION REQUIRED' TO RL-RESULT
022100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
022200         GO TO 119-EXIT.
022300*    END-IF.
022400
022500     IF NOT AC-ARCHIVE
022600     AND NOT AC-PURGE
022700     AND NOT AC-PERMANENT
022800         MOVE 'DISPOSITION MUST BE A, P OR K' TO RL-RESULT
022900         PERFORM 170-WRITE-REJECT THRU 179-EXIT
023000         GO TO 119-EXIT.
023100*    END-IF.
023200
023300     IF AC-PERMANENT
023400         IF AC-RETAIN-YEARS NOT EQUAL SPACES
023500         OR AC-ARCHIVE-DDNAME NOT EQUAL SPACES
023600             MOVE 'PERMANENT - NO YEARS OR ARCHIVE'
023700               TO RL-RESULT
023800             PERFORM 170-WRITE-REJECT THRU 179-EXIT
023900             GO TO 119-EXIT
024000         ELSE
024100             MOVE ZERO TO AC-RETAIN-YEARS-N.
024200*        END-IF
024300*    END-IF.
024400
024500     IF AC-RETAIN-YEARS-N NOT NUMERIC
024600     OR (NOT AC-PERMANENT AND AC-RETAIN-YEARS-N EQUAL ZERO)
024700         MOVE 'YEARS RETAINED MUST BE 01-99' TO RL-RESULT
024800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
024900         GO TO 119-EXIT.
025000*    END-IF.
025100
025200     IF AC-ARCHIVE
025300     AND AC-ARCHIVE-DDNAME EQUAL SPACES
025400         MOVE 'ARCHIVE DDNAME REQUIRED' TO RL-RESULT
025500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
025600         GO TO 119-EXIT.
025700*    END-IF.
025800
025900     IF AC-PURGE
026000     AND AC-ARCHIVE-DDNAME NOT EQUAL SPACES
026100         MOVE 'PURGE TAKES NO ARCHIVE DDNAME' TO RL-RESULT
026200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026300         GO TO 119-EXIT.
026400*    END-IF.
026500
026600     IF AC-ARCHIVE-DDNAME EQUAL AC-DDNAME
026700         MOVE 'ARCHIVE CANNOT BE THE DATASET' TO RL-RESULT
026800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026900         GO TO 119-EXIT.
027000*    END-IF.
027100
027200     MOVE SPACES TO RETENTION-TABLE-RECORD.
027300     MOVE AC-DDNAME TO RTN-DDNAME.
027400     MOVE AC-DESCRIPTION TO RTN-DESCRIPTION.
027500     MOVE AC-RETAIN-YEARS-N TO RTN-RETAIN-YEARS.
027600     MOVE AC-DISPOSITION TO RTN-DISPOSITION.
027700     MOVE AC-ARCHIVE-DDNAME TO RTN-ARCHIVE-DDNAME.
027800     MOVE +60 TO VSIO-RECORD-LENGTH OF RETENTION-TABLE-FILE.
027900
028000     IF AC-ADD
028100         MOVE VSIO-WRITE TO VSIO-COMMAND
028200     ELSE
028300         MOVE VSIO-REWRITE TO VSIO-COMMAND.
028400*    END-IF.
028500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028600                         RETENTION-TABLE-FILE,
028700                         RETENTION-TABLE-RECORD.
028800*    END-CALL.
028900     IF VSIO-SUCCESS
029000         IF AC-ADD
029100             MOVE 'SCHEDULE ENTRY ADDED' TO RL-RESULT
029200         ELSE
029300             MOVE 'SCHEDULE ENTRY CHANGED' TO RL-RESULT
029400         END-IF
029500         WRITE REPORT-LINE FROM REGISTER-LINE
029600         ADD +1 TO APPLIED-COUNTER
029700     ELSE
029800         IF AC-ADD
029900             MOVE 'ADD FAILED - DUPLICATE?' TO RL-RESULT
030000         ELSE
030100             MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-RESULT
030200         END-IF
030300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
030400         MOVE +0 TO VSIO-RETURN-CODE.
030500*    END-IF.
030600
030700 119-EXIT.
030800     EXIT.
030900
031000 140-DELETE-ENTRY.
031100
031200     MOVE SPACES TO RETENTION-TABLE-RECORD.
031300     MOVE AC-DDNAME TO RTN-DDNAME.
031400     MOVE VSIO-DELETE TO VSIO-COMMAND.
031500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031600                         RETENTION-TABLE-FILE,
031700                         RETENTION-TABLE-RECORD.
031800*    END-CALL.
031900     IF VSIO-SUCCESS
032000         MOVE 'SCHEDULE ENTRY DELETED' TO RL-RESULT
032100         WRITE REPORT-LINE FROM REGISTER-LINE
032200         ADD +1 TO APPLIED-COUNTER
032300     ELSE
032400         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-RESULT
032500         PERFORM 170-WRITE-REJECT THRU 179-EXIT
032600         MOVE +0 TO VSIO-RETURN-CODE.
032700*    END-IF.
032800
032900 149-EXIT.
033000     EXIT.
033100
033200 170-WRITE-REJECT.
033300
033400     WRITE REPORT-LINE FROM REGISTER-LINE.
033500     ADD +1 TO REJECT-COUNTER.
033600
033700 179-EXIT.
033800     EXIT.
033900
034000* ************************************************************** *
034100* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
034200* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
034300* PROGRAM IN THIS SUITE.                                         *
034400* ************************************************************** *
034500 500-DISPLAY-UNKNOWN-ERROR.
034600
034700     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
034800     EXHIBIT NAMED VSIO-RETURN-CODE.
034900     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
035000                   VSIO-VSAM-FUNCTION-CODE,
035100                   VSIO-VSAM-FEEDBACK-CODE.
035200
035300 509-EXIT.
035400     EXIT.
