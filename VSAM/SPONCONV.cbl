000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPONCONV.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ONE-TIME LOAD OF SPONSOR OPENING BALANCES TO THE PERMANENT    *
000900* SPONSOR JOURNAL (DDNAME SPNDETL).  THE JOURNAL STARTED EMPTY  *
001000* WHEN TUITBILL AND PAYPOST BEGAN WRITING TO IT, BUT SPN-BALANCE *
001100* ON THE SPONSOR MASTER (DDNAME SPONTBL) ALREADY CARRIED EVERY  *
001200* OLDER CHARGE AND PAYMENT, SO ARRECON COULD NEVER PROVE THE    *
001300* SPONSOR SIDE.  ONE 'BFW' BALANCE-FORWARD ENTRY IS APPENDED    *
001400* PER SPONTBL SPONSOR, DATED THE RUN DATE, THE SAME ENTRY TYPE  *
001500* RETNRUN CARRIES FORWARD ON THE STUDENT JOURNAL.               *
001600*                                                               *
001700* THE BFW AMOUNT IS SPN-BALANCE LESS ANY ENTRIES THE JOURNAL    *
001800* ALREADY HOLDS FOR THE SPONSOR, SO THE LOAD PROVES WHETHER IT  *
001900* RUNS BEFORE OR AFTER THE FIRST NIGHTLY POSTINGS; WITH AN      *
002000* EMPTY JOURNAL IT IS SPN-BALANCE ITSELF.  SPD-BALANCE CARRIES  *
002100* THE SAME OPENING FIGURE.                                      *
002200*                                                               *
002300* THE RUN IS REFUSED (RC 8) IF SPNDETL ALREADY HOLDS A BFW      *
002400* ENTRY, SO IT CANNOT BE LOADED TWICE, OR IF THE TALLY TABLE    *
002500* OVERFLOWS.  IT ENDS RC 8 ON ANY VSAMIO ERROR.                 *
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
003700 DATA DIVISION.
003800
003900 WORKING-STORAGE SECTION.
004000 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
004100     88  END-OF-FILE                         VALUE 'Y'.
004200 77  JOURNAL-EOF-SW              PIC X(01)   VALUE 'N'.
004300     88  JOURNAL-EOF                         VALUE 'Y'.
004400 77  BFW-FOUND-SW                PIC X(01)   VALUE 'N'.
004500     88  BFW-FOUND                           VALUE 'Y'.
004600 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
004700     88  WS-FOUND                            VALUE 'Y'.
004800
004900 77  SPNDETL-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
005000 77  READ-COUNTER                PIC S9(8) COMP VALUE ZERO.
005100 77  LOADED-COUNTER              PIC S9(8) COMP VALUE ZERO.
005200 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
005300
005400 77  SPT-IDX                     PIC S9(4) COMP VALUE ZERO.
005500 77  SPT-COUNT                   PIC S9(4) COMP VALUE ZERO.
005600 77  SPT-MAX                     PIC S9(4) COMP VALUE +1000.
005700
005800 01  WS-OPENING-BALANCE          PIC S9(7)V99 COMP-3 VALUE ZERO.
005900 01  WS-LOADED-TOTAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
006000 01  WS-DISPLAY-TOTAL            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
006100
006200 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
006300 01  FILLER REDEFINES WS-RUN-DATE.
006400     02  WS-RUN-YY               PIC 9(02).
006500     02  WS-RUN-MM               PIC 9(02).
006600     02  WS-RUN-DD               PIC 9(02).
006700 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
006800 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
006900     02  WS-RUN-CCYY             PIC 9(04).
007000     02  WS-RUN-CMM              PIC 9(02).
007100     02  WS-RUN-CDD              PIC 9(02).
007200
007300 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
007400
007500* ************************************************************** *
007600* NET OF THE ENTRIES ALREADY ON SPNDETL, BY SPONSOR.             *
007700* ************************************************************** *
007800 01  SPONSOR-TALLY-TABLE.
007900     02  SPONSOR-TALLY-ENTRY OCCURS 1000 TIMES.
008000         03  SPT-SPONSOR-ID      PIC X(05).
008100         03  SPT-TOTAL           PIC S9(9)V99 COMP-3.
008200
008300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008400 01  SPONSOR-TABLE-FILE          COPY VSAMIOFB.
008500 01  SPONSOR-DETAIL-FILE         COPY VSAMIOFB.
008600
008700* ************************************************************** *
008800* SPONSOR MASTER (DDNAME SPONTBL, KEYED BY SPONSOR ID), ALSO     *
008900* DESCRIBED IN SPONMNT.                                          *
009000* ************************************************************** *
009100 01  SPONSOR-TABLE-RECORD.
009200     02  SPN-SPONSOR-ID          PIC X(05).
009300     02  SPN-NAME                PIC X(25).
009400     02  SPN-ADDRESS             PIC X(25).
009500     02  SPN-CITY                PIC X(15).
009600     02  SPN-STATE               PIC X(02).
009700     02  SPN-ZIPCODE             PIC 9(05).
009800     02  SPN-BALANCE             PIC S9(7)V99 COMP-3.
009900     02  SPN-LAST-INVOICE-DATE   PIC 9(08).
010000     02  FILLER                  PIC X(10).
010100
010200* ************************************************************** *
010300* THE PERMANENT SPONSOR JOURNAL (DDNAME SPNDETL, APPEND-ONLY     *
010400* ESDS), ALSO DESCRIBED IN TUITBILL AND PAYPOST.  SPD-AMOUNT IS  *
010500* THE SIGNED EFFECT ON THE BALANCE AND SPD-BALANCE IS THE        *
010600* BALANCE AFTER IT.                                              *
010700* ************************************************************** *
010800 01  SPONSOR-DETAIL-RECORD.
010900     02  SPD-SPONSOR-ID          PIC X(05).
011000     02  SPD-STUDENT-ID          PIC X(07).
011100     02  SPD-POST-DATE           PIC 9(08).
011200     02  SPD-TYPE                PIC X(03).
011300     02  SPD-AMOUNT              PIC S9(7)V99 COMP-3.
011400     02  SPD-REFERENCE           PIC X(20).
011500     02  SPD-BALANCE             PIC S9(7)V99 COMP-3.
011600     02  FILLER                  PIC X(07).
011700
011800 PROCEDURE DIVISION.
011900
012000 000-INITIATE.
012100
012200     DISPLAY 'SPONCONV: SPONSOR OPENING BALANCE LOAD TO '
012300             'SPNDETL'.
012400     DISPLAY '--------------------------------------------------'.
012500     DISPLAY ' '.
012600
012700     ACCEPT WS-RUN-DATE FROM DATE.
012800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
012900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
013000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
013100     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
013200     MOVE WS-RUN-MM TO WS-RUN-CMM.
013300     MOVE WS-RUN-DD TO WS-RUN-CDD.
013400
013500     PERFORM 050-TALLY-JOURNAL THRU 059-EXIT.
013600
013700     IF BFW-FOUND
013800         DISPLAY 'SPONCONV: SPNDETL ALREADY HOLDS BALANCE-'
013900                 'FORWARD ENTRIES - STOPPING'
014000         MOVE +8 TO RETURN-CODE
014100         STOP RUN.
014200*    END-IF.
014300     IF ERROR-COUNTER GREATER THAN ZERO
014400         DISPLAY 'SPONCONV: SPNDETL COULD NOT BE TALLIED - '
014500                 'STOPPING'
014600         MOVE +8 TO RETURN-CODE
014700         STOP RUN.
014800*    END-IF.
014900
015000     MOVE 'SPONTBL' TO VSIO-DDNAME OF SPONSOR-TABLE-FILE.
015100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SPONSOR-TABLE-FILE.
015200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-TABLE-FILE.
015300     MOVE VSIO-INPUT TO VSIO-MODE OF SPONSOR-TABLE-FILE.
015400     MOVE +100 TO VSIO-RECORD-LENGTH OF SPONSOR-TABLE-FILE.
015500     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-TABLE-FILE.
015600     MOVE +5 TO VSIO-KEY-LENGTH OF SPONSOR-TABLE-FILE.
015700     MOVE VSIO-OPEN TO VSIO-COMMAND.
015800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015900                         SPONSOR-TABLE-FILE,
016000                         SPONSOR-TABLE-RECORD.
016100*    END-CALL.
016200     IF NOT VSIO-SUCCESS
016300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016400         MOVE +8 TO RETURN-CODE
016500         STOP RUN.
016600*    END-IF.
016700
016800     MOVE 'SPNDETL' TO VSIO-DDNAME OF SPONSOR-DETAIL-FILE.
016900     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF SPONSOR-DETAIL-FILE.
017000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-DETAIL-FILE.
017100     MOVE VSIO-EXTEND TO VSIO-MODE OF SPONSOR-DETAIL-FILE.
017200     MOVE +60 TO VSIO-RECORD-LENGTH OF SPONSOR-DETAIL-FILE.
017300     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-DETAIL-FILE.
017400     MOVE +0 TO VSIO-KEY-LENGTH OF SPONSOR-DETAIL-FILE.
017500     MOVE VSIO-OPEN TO VSIO-COMMAND.
017600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017700                         SPONSOR-DETAIL-FILE,
017800                         SPONSOR-DETAIL-RECORD.
017900*    END-CALL.
018000     IF NOT VSIO-SUCCESS
018100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018200         MOVE +8 TO RETURN-CODE
018300         STOP RUN.
018400*    END-IF.
018500
018600 010-PROCESS.
018700
018800     PERFORM 110-LOAD-ONE-SPONSOR
018900        THRU 119-EXIT
019000       UNTIL END-OF-FILE.
019100*    END-PERFORM.
019200
019300 020-TERMINATE.
019400
019500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
019600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019700                         SPONSOR-TABLE-FILE,
019800                         SPONSOR-TABLE-RECORD.
019900*    END-CALL.
020000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020100                         SPONSOR-DETAIL-FILE,
020200                         SPONSOR-DETAIL-RECORD.
020300*    END-CALL.
020400
020500     MOVE WS-LOADED-TOTAL TO WS-DISPLAY-TOTAL.
020600     DISPLAY 'SPONCONV: JOURNAL ENTRIES FOUND: '
020700             SPNDETL-READ-COUNTER.
020800     DISPLAY 'SPONCONV: SPONSORS READ:         ' READ-COUNTER.
020900     DISPLAY 'SPONCONV: BFW ENTRIES WRITTEN:   ' LOADED-COUNTER.
021000     DISPLAY 'SPONCONV: BFW AMOUNT WRITTEN:    ' WS-DISPLAY-TOTAL.
021100     DISPLAY 'SPONCONV: ERRORS:                ' ERROR-COUNTER.
021200
021300     IF ERROR-COUNTER GREATER THAN ZERO
021400         MOVE +8 TO RETURN-CODE.
021500*    END-IF.
021600     STOP RUN.
021700
021800* ************************************************************** *
021900* NETS WHATEVER SPNDETL ALREADY HOLDS BY SPONSOR, AND NOTES ANY  *
022000* BFW ENTRY AN EARLIER LOAD LEFT THERE.                          *
022100* ************************************************************** *
022200 050-TALLY-JOURNAL.
022300
022400     MOVE 'SPNDETL' TO VSIO-DDNAME OF SPONSOR-DETAIL-FILE.
022500     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF SPONSOR-DETAIL-FILE.
022600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-DETAIL-FILE.
022700     MOVE VSIO-INPUT TO VSIO-MODE OF SPONSOR-DETAIL-FILE.
022800     MOVE +60 TO VSIO-RECORD-LENGTH OF SPONSOR-DETAIL-FILE.
022900     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-DETAIL-FILE.
023000     MOVE +0 TO VSIO-KEY-LENGTH OF SPONSOR-DETAIL-FILE.
023100     MOVE VSIO-OPEN TO VSIO-COMMAND.
023200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023300                         SPONSOR-DETAIL-FILE,
023400                         SPONSOR-DETAIL-RECORD.
023500*    END-CALL.
023600     IF NOT VSIO-SUCCESS
023700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023800         ADD +1 TO ERROR-COUNTER
023900         GO TO 059-EXIT.
024000*    END-IF.
024100
024200     PERFORM 060-TALLY-ONE-ENTRY
024300        THRU 069-EXIT
024400       UNTIL JOURNAL-EOF.
024500*    END-PERFORM.
024600
024700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
024800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024900                         SPONSOR-DETAIL-FILE,
025000                         SPONSOR-DETAIL-RECORD.
025100*    END-CALL.
025200
025300 059-EXIT.
025400     EXIT.
025500
025600 060-TALLY-ONE-ENTRY.
025700
025800     MOVE VSIO-READ TO VSIO-COMMAND.
025900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026000                         SPONSOR-DETAIL-FILE,
026100                         SPONSOR-DETAIL-RECORD.
026200*    END-CALL.
026300     IF NOT VSIO-SUCCESS
026400         IF VSIO-END-OF-FILE
026500             MOVE 'Y' TO JOURNAL-EOF-SW
026600             GO TO 069-EXIT
026700         ELSE
026800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026900             ADD +1 TO ERROR-COUNTER
027000             MOVE 'Y' TO JOURNAL-EOF-SW
027100             GO TO 069-EXIT.
027200*        END-IF
027300*    END-IF.
027400
027500     ADD +1 TO SPNDETL-READ-COUNTER.
027600     IF SPD-TYPE EQUAL 'BFW'
027700         MOVE 'Y' TO BFW-FOUND-SW
027800         MOVE 'Y' TO JOURNAL-EOF-SW
027900         GO TO 069-EXIT.
028000*    END-IF.
028100
028200     PERFORM 065-LOCATE-SPONSOR-TALLY THRU 065-EXIT.
028300     IF WS-FOUND
028400         ADD SPD-AMOUNT TO SPT-TOTAL (SPT-IDX)
028500         GO TO 069-EXIT.
028600*    END-IF.
028700
028800     IF SPT-COUNT NOT LESS THAN SPT-MAX
028900         DISPLAY 'SPONCONV: SPONSOR TABLE FULL, ENTRY DROPPED: '
029000             SPD-SPONSOR-ID
029100         ADD +1 TO ERROR-COUNTER
029200         GO TO 069-EXIT.
029300*    END-IF.
029400
029500     ADD 1 TO SPT-COUNT.
029600     MOVE SPT-COUNT TO SPT-IDX.
029700     MOVE SPD-SPONSOR-ID TO SPT-SPONSOR-ID (SPT-IDX).
029800     MOVE SPD-AMOUNT TO SPT-TOTAL (SPT-IDX).
029900
030000 069-EXIT.
030100     EXIT.
030200
030300* ************************************************************** *
030400* SEARCHES THE TALLY TABLE FOR THE SPONSOR IN SPD-SPONSOR-ID.    *
030500* WS-FOUND IS SET AND SPT-IDX POINTS AT THE ENTRY WHEN FOUND.    *
030600* ************************************************************** *
030700 065-LOCATE-SPONSOR-TALLY.
030800
030900     MOVE 'N' TO WS-FOUND-SW.
031000     MOVE 1 TO SPT-IDX.
031100     PERFORM 066-SEARCH-SPONSOR-TALLY THRU 066-EXIT
031200       UNTIL WS-FOUND
031300          OR SPT-IDX GREATER THAN SPT-COUNT.
031400*    END-PERFORM.
031500
031600 065-EXIT.
031700     EXIT.
031800
031900 066-SEARCH-SPONSOR-TALLY.
032000
032100     IF SPT-SPONSOR-ID (SPT-IDX) EQUAL SPD-SPONSOR-ID
032200         MOVE 'Y' TO WS-FOUND-SW
032300     ELSE
032400         ADD 1 TO SPT-IDX.
032500*    END-IF.
032600
032700 066-EXIT.
032800     EXIT.
032900
033000* ************************************************************** *
033100* WRITES THE BFW ENTRY FOR ONE SPONTBL SPONSOR.                  *
033200* ************************************************************** *
033300 110-LOAD-ONE-SPONSOR.
033400
033500     MOVE SPACES TO SPONSOR-TABLE-RECORD.
033600     MOVE VSIO-READ TO VSIO-COMMAND.
033700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033800                         SPONSOR-TABLE-FILE,
033900                         SPONSOR-TABLE-RECORD.
034000*    END-CALL.
034100     IF NOT VSIO-SUCCESS
034200         IF VSIO-END-OF-FILE
034300             MOVE 'Y' TO END-OF-FILE-SWITCH
034400             GO TO 119-EXIT
034500         ELSE
034600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034700             ADD +1 TO ERROR-COUNTER
034800             MOVE 'Y' TO END-OF-FILE-SWITCH
034900             GO TO 119-EXIT.
035000*        END-IF
035100*    END-IF.
035200
035300     ADD +1 TO READ-COUNTER.
035400     IF SPN-BALANCE NOT NUMERIC
035500         DISPLAY 'SPONCONV: SPN-BALANCE NOT NUMERIC, SPONSOR '
035600                 'SKIPPED: ' SPN-SPONSOR-ID
035700         ADD +1 TO ERROR-COUNTER
035800         GO TO 119-EXIT.
035900*    END-IF.
036000
036100     MOVE SPN-SPONSOR-ID TO SPD-SPONSOR-ID.
036200     PERFORM 065-LOCATE-SPONSOR-TALLY THRU 065-EXIT.
036300     IF WS-FOUND
036400         COMPUTE WS-OPENING-BALANCE =
036500             SPN-BALANCE - SPT-TOTAL (SPT-IDX)
036600     ELSE
036700         MOVE SPN-BALANCE TO WS-OPENING-BALANCE.
036800*    END-IF.
036900
037000     MOVE SPACES TO SPONSOR-DETAIL-RECORD.
037100     MOVE SPN-SPONSOR-ID TO SPD-SPONSOR-ID.
037200     MOVE WS-RUN-CCYYMMDD TO SPD-POST-DATE.
037300     MOVE 'BFW' TO SPD-TYPE.
037400     MOVE WS-OPENING-BALANCE TO SPD-AMOUNT.
037500     MOVE 'OPENING BAL FWD' TO SPD-REFERENCE.
037600     MOVE WS-OPENING-BALANCE TO SPD-BALANCE.
037700     MOVE +60 TO VSIO-RECORD-LENGTH OF SPONSOR-DETAIL-FILE.
037800     MOVE VSIO-WRITE TO VSIO-COMMAND.
037900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038000                         SPONSOR-DETAIL-FILE,
038100                         SPONSOR-DETAIL-RECORD.
038200*    END-CALL.
038300     IF VSIO-SUCCESS
038400         ADD +1 TO LOADED-COUNTER
038500         ADD WS-OPENING-BALANCE TO WS-LOADED-TOTAL
038600     ELSE
038700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
038800         ADD +1 TO ERROR-COUNTER.
038900*    END-IF.
039000
039100 119-EXIT.
039200     EXIT.
039300
039400* ************************************************************** *
039500* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
039600* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
039700* PROGRAM IN THIS SUITE.                                         *
039800* ************************************************************** *
039900 500-DISPLAY-UNKNOWN-ERROR.
040000
040100     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
040200     EXHIBIT NAMED VSIO-RETURN-CODE.
040300     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
040400                   VSIO-VSAM-FUNCTION-CODE,
040500                   VSIO-VSAM-FEEDBACK-CODE.
040600
040700 509-EXIT.
040800     EXIT.
