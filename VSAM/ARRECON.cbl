000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARRECON.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* NIGHTLY RECEIVABLES SUBLEDGER BALANCING.  PROVES THE TWO      *
000900* BALANCE FILES AGAINST THE PERMANENT JOURNALS THAT FEED THEM:  *
001000*   - EVERY STUDENT'S BALANCE IS RECOMPUTED FROM THE AR-DETAIL  *
001100*     JOURNAL (DDNAME ARDETL) AND COMPARED TO ABR-BALANCE ON    *
001200*     THE STUDENT BALANCE CLUSTER (DDNAME ARBAL).  THE          *
001300*     JOURNAL IS SORTED BY STUDENT AND MATCHED AGAINST ARBAL    *
001400*     IN KEY ORDER;                                             *
001500*   - EVERY SPONSOR'S BALANCE IS RECOMPUTED FROM THE SPONSOR    *
001600*     JOURNAL (DDNAME SPNDETL) OF CHARGES TUITBILL ASSESSES AND *
001700*     PAYMENTS PAYPOST APPLIES, AND COMPARED TO SPN-BALANCE ON  *
001800*     THE SPONSOR MASTER (DDNAME SPONTBL).                      *
001900* AN ACCOUNT MISSING FROM ONE SIDE IS TAKEN AS A ZERO BALANCE   *
002000* THERE, SO IT IS LISTED ONLY WHEN THE OTHER SIDE IS NOT ZERO.  *
002100* EVERY MISMATCH IS LISTED ON SYSPRINT, FOLLOWED BY FILE-LEVEL  *
002200* CONTROL TOTALS FOR ALL FOUR FILES.                            *
002300*                                                               *
002400* RETURN CODE 8 ON ANY OUT-OF-BALANCE ACCOUNT, OR ANY VSAMIO    *
002500* ERROR THAT LEAVES THE PROOF INCOMPLETE, SO THE NIGHTLY CHAIN  *
002600* STOPS BEFORE STATEMENTS PRINT FROM BALANCES THAT DO NOT       *
002700* PROVE.                                                        *
002800*                                                               *
002900* MODIFICATION HISTORY.                                         *
003000*   DATE       INIT  DESCRIPTION                                *
003100*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003200* ************************************************************* *
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100
004200     SELECT REPORT-FILE
004300         ASSIGN TO UR-1403-S-SYSPRINT.
004400
004500     SELECT SORT-WORK-FILE
004600         ASSIGN TO UT-S-SORTWK01.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  REPORT-FILE
005100     LABEL RECORDS ARE OMITTED
005200     RECORD CONTAINS 132 CHARACTERS
005300     BLOCK CONTAINS 0 RECORDS
005400     DATA RECORD IS REPORT-LINE.
005500 01  REPORT-LINE                 PIC X(132).
005600
005700 SD  SORT-WORK-FILE
005800     RECORD CONTAINS 12 CHARACTERS
005900     DATA RECORD IS SORT-RECORD.
006000 01  SORT-RECORD.
006100     02  SR-STUDENT-ID           PIC X(07).
006200     02  SR-AMOUNT               PIC S9(7)V99 COMP-3.
006300
006400 WORKING-STORAGE SECTION.
006500 77  JOURNAL-EOF-SW              PIC X(01)   VALUE 'N'.
006600     88  JOURNAL-EOF                         VALUE 'Y'.
006700 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
006800     88  SORT-EOF                            VALUE 'Y'.
006900 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
007000     88  MASTER-EOF                          VALUE 'Y'.
007100 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
007200     88  WS-FOUND                            VALUE 'Y'.
007300
007400 77  ARDETL-READ-COUNTER         PIC S9(8) COMP VALUE ZERO.
007500 77  ARBAL-READ-COUNTER          PIC S9(8) COMP VALUE ZERO.
007600 77  ACCOUNT-MISMATCH-COUNTER    PIC S9(8) COMP VALUE ZERO.
007700 77  SPNDETL-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
007800 77  SPONTBL-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
007900 77  SPONSOR-MISMATCH-COUNTER    PIC S9(8) COMP VALUE ZERO.
008000 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
008100 77  SPT-IDX                     PIC S9(4) COMP VALUE ZERO.
008200 77  SPT-COUNT                   PIC S9(4) COMP VALUE ZERO.
008300 77  SPT-MAX                     PIC S9(4) COMP VALUE +1000.
008400
008500 01  CONTROL-TOTALS.
008600     02  ARDETL-NET-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
008700     02  ARBAL-BALANCE-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
008800     02  SPNDETL-NET-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
008900     02  SPONTBL-BALANCE-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
009000
009100 01  JOURNAL-STUDENT.
009200     02  JS-STUDENT-ID           PIC X(07)   VALUE LOW-VALUES.
009300     02  JS-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
009400
009500 01  MASTER-STUDENT.
009600     02  MS-STUDENT-ID           PIC X(07)   VALUE LOW-VALUES.
009700     02  MS-BALANCE              PIC S9(9)V99 COMP-3 VALUE ZERO.
009800
009900 01  WS-DIFFERENCE               PIC S9(9)V99 COMP-3 VALUE ZERO.
010000
010100 01  SPONSOR-TALLY-TABLE.
010200     02  SPONSOR-TALLY-ENTRY OCCURS 1000 TIMES.
010300         03  SPT-SPONSOR-ID      PIC X(05).
010400         03  SPT-TOTAL           PIC S9(9)V99 COMP-3.
010500         03  SPT-MATCHED-SW      PIC X(01).
010600
010700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010800 01  BALANCE-FILE                COPY VSAMIOFB.
010900 01  AR-DETAIL-FILE              COPY VSAMIOFB.
011000 01  SPONSOR-TABLE-FILE          COPY VSAMIOFB.
011100 01  SPONSOR-DETAIL-FILE         COPY VSAMIOFB.
011200
011300 01  BALANCE-RECORD.
011400     02  ABR-STUDENT-ID          PIC X(07).
011500     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
011600     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
011700     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
011800
011900 01  AR-DETAIL-RECORD.
012000     02  ARD-STUDENT-ID          PIC X(07).
012100     02  ARD-POST-DATE           PIC 9(08).
012200     02  ARD-TYPE                PIC X(03).
012300     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
012400     02  ARD-REFERENCE           PIC X(20).
012500     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
012600     02  FILLER                  PIC X(14).
012700
012800 01  SPONSOR-TABLE-RECORD.
012900     02  SPN-SPONSOR-ID          PIC X(05).
013000     02  SPN-NAME                PIC X(25).
013100     02  SPN-ADDRESS             PIC X(25).
013200     02  SPN-CITY                PIC X(15).
013300     02  SPN-STATE               PIC X(02).
013400     02  SPN-ZIPCODE             PIC 9(05).
013500     02  SPN-BALANCE             PIC S9(7)V99 COMP-3.
013600     02  SPN-LAST-INVOICE-DATE   PIC 9(08).
013700     02  FILLER                  PIC X(10).
013800
013900 01  SPONSOR-DETAIL-RECORD.
014000     02  SPD-SPONSOR-ID          PIC X(05).
014100     02  SPD-STUDENT-ID          PIC X(07).
014200     02  SPD-POST-DATE           PIC 9(08).
014300     02  SPD-TYPE                PIC X(03).
014400     02  SPD-AMOUNT              PIC S9(7)V99 COMP-3.
014500     02  SPD-REFERENCE           PIC X(20).
014600     02  SPD-BALANCE             PIC S9(7)V99 COMP-3.
014700     02  FILLER                  PIC X(07).
014800
014900 01  HEADING-LINE-1.
015000     02  FILLER                  PIC X(47)   VALUE
015100         'ARRECON - RECEIVABLES SUBLEDGER BALANCING PROOF'.
015200     02  FILLER                  PIC X(85)   VALUE SPACES.
015300
015400 01  HEADING-LINE-2.
015500     02  FILLER                  PIC X(09)   VALUE 'ACCOUNT'.
015600     02  FILLER                  PIC X(17)   VALUE
015700         '   JOURNAL TOTAL'.
015800     02  FILLER                  PIC X(17)   VALUE
015900         '    FILE BALANCE'.
016000     02  FILLER                  PIC X(17)   VALUE
016100         '      DIFFERENCE'.
016200     02  FILLER                  PIC X(02)   VALUE SPACES.
016300     02  FILLER                  PIC X(70)   VALUE 'NOTE'.
016400
016500 01  SECTION-LINE.
016600     02  SL-TITLE                PIC X(40).
016700     02  FILLER                  PIC X(92)   VALUE SPACES.
016800
016900 01  DETAIL-LINE.
017000     02  DL-ACCOUNT-ID           PIC X(07).
017100     02  FILLER                  PIC X(02)   VALUE SPACES.
017200     02  DL-JOURNAL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
017300     02  FILLER                  PIC X(02)   VALUE SPACES.
017400     02  DL-FILE-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
017500     02  FILLER                  PIC X(02)   VALUE SPACES.
017600     02  DL-DIFFERENCE           PIC ZZZ,ZZZ,ZZ9.99-.
017700     02  FILLER                  PIC X(02)   VALUE SPACES.
017800     02  DL-NOTE                 PIC X(30).
017900     02  FILLER                  PIC X(42)   VALUE SPACES.
018000
018100 01  CONTROL-TOTAL-LINE.
018200     02  CTL-LABEL               PIC X(30).
018300     02  CTL-COUNT               PIC ZZZ,ZZ9.
018400     02  FILLER                  PIC X(03)   VALUE SPACES.
018500     02  CTL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
018600     02  FILLER                  PIC X(74)   VALUE SPACES.
018700
018800 01  PROOF-LINE.
018900     02  PL-MESSAGE              PIC X(40).
019000     02  FILLER                  PIC X(92)   VALUE SPACES.
019100
019200 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
019300
019400 PROCEDURE DIVISION.
019500
019600 000-INITIATE.
019700
019800     DISPLAY 'ARRECON: RECEIVABLES SUBLEDGER BALANCING'.
019900     DISPLAY '----------------------------------------'.
020000     DISPLAY ' '.
020100
020200     OPEN OUTPUT REPORT-FILE.
020300     WRITE REPORT-LINE FROM HEADING-LINE-1.
020400     WRITE REPORT-LINE FROM BLANK-LINE.
020500     WRITE REPORT-LINE FROM HEADING-LINE-2.
020600
020700     PERFORM 040-OPEN-STUDENT-LEDGER THRU 049-EXIT.
020800
020900 010-PROCESS.
021000
021100     WRITE REPORT-LINE FROM BLANK-LINE.
021200     MOVE 'STUDENT ACCOUNTS (ARDETL VS ARBAL)' TO SL-TITLE.
021300     WRITE REPORT-LINE FROM SECTION-LINE.
021400
021500     SORT SORT-WORK-FILE
021600         ON ASCENDING KEY SR-STUDENT-ID
021700         INPUT PROCEDURE IS 100-PASS-JOURNAL
021800         OUTPUT PROCEDURE IS 200-MATCH-BALANCES.
021900
022000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
022100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022200                         AR-DETAIL-FILE,
022300                         AR-DETAIL-RECORD.
022400*    END-CALL.
022500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022600                         BALANCE-FILE,
022700                         BALANCE-RECORD.
022800*    END-CALL.
022900
023000     WRITE REPORT-LINE FROM BLANK-LINE.
023100     MOVE 'SPONSOR ACCOUNTS (SPNDETL VS SPONTBL)' TO SL-TITLE.
023200     WRITE REPORT-LINE FROM SECTION-LINE.
023300
023400     PERFORM 050-RECONCILE-SPONSORS THRU 059-EXIT.
023500
023600 020-TERMINATE.
023700
023800     WRITE REPORT-LINE FROM BLANK-LINE.
023900     MOVE 'CONTROL TOTALS' TO SL-TITLE.
024000     WRITE REPORT-LINE FROM SECTION-LINE.
024100
024200     MOVE 'ARDETL ENTRIES / NET AMOUNT   ' TO CTL-LABEL.
024300     MOVE ARDETL-READ-COUNTER TO CTL-COUNT.
024400     MOVE ARDETL-NET-TOTAL TO CTL-AMOUNT.
024500     WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
024600     MOVE 'ARBAL ACCOUNTS / BALANCES     ' TO CTL-LABEL.
024700     MOVE ARBAL-READ-COUNTER TO CTL-COUNT.
024800     MOVE ARBAL-BALANCE-TOTAL TO CTL-AMOUNT.
024900     WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
025000     MOVE 'STUDENT ACCOUNTS OUT / DIFF   ' TO CTL-LABEL.
025100     MOVE ACCOUNT-MISMATCH-COUNTER TO CTL-COUNT.
025200     COMPUTE CTL-AMOUNT = ARBAL-BALANCE-TOTAL - ARDETL-NET-TOTAL.
025300     WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
025400     WRITE REPORT-LINE FROM BLANK-LINE.
025500
025600     MOVE 'SPNDETL ENTRIES / NET AMOUNT  ' TO CTL-LABEL.
025700     MOVE SPNDETL-READ-COUNTER TO CTL-COUNT.
025800     MOVE SPNDETL-NET-TOTAL TO CTL-AMOUNT.
025900     WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
026000     MOVE 'SPONTBL SPONSORS / BALANCES   ' TO CTL-LABEL.
026100     MOVE SPONTBL-READ-COUNTER TO CTL-COUNT.
026200     MOVE SPONTBL-BALANCE-TOTAL TO CTL-AMOUNT.
026300     WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
026400     MOVE 'SPONSOR ACCOUNTS OUT / DIFF   ' TO CTL-LABEL.
026500     MOVE SPONSOR-MISMATCH-COUNTER TO CTL-COUNT.
026600     COMPUTE CTL-AMOUNT =
026700         SPONTBL-BALANCE-TOTAL - SPNDETL-NET-TOTAL.
026800     WRITE REPORT-LINE FROM CONTROL-TOTAL-LINE.
026900     WRITE REPORT-LINE FROM BLANK-LINE.
027000
027100     IF ACCOUNT-MISMATCH-COUNTER GREATER THAN ZERO
027200     OR SPONSOR-MISMATCH-COUNTER GREATER THAN ZERO
027300     OR ERROR-COUNTER GREATER THAN ZERO
027400         MOVE '*** SUBLEDGER OUT OF BALANCE ***' TO PL-MESSAGE
027500         MOVE +8 TO RETURN-CODE
027600     ELSE
027700         MOVE 'SUBLEDGER IN BALANCE' TO PL-MESSAGE.
027800*    END-IF.
027900     WRITE REPORT-LINE FROM PROOF-LINE.
028000     CLOSE REPORT-FILE.
028100
028200     DISPLAY 'ARRECON: ARDETL ENTRIES READ:     '
028300         ARDETL-READ-COUNTER.
028400     DISPLAY 'ARRECON: ARBAL ACCOUNTS READ:     '
028500         ARBAL-READ-COUNTER.
028600     DISPLAY 'ARRECON: STUDENT ACCOUNTS OUT:    '
028700         ACCOUNT-MISMATCH-COUNTER.
028800     DISPLAY 'ARRECON: SPNDETL ENTRIES READ:    '
028900         SPNDETL-READ-COUNTER.
029000     DISPLAY 'ARRECON: SPONTBL SPONSORS READ:   '
029100         SPONTBL-READ-COUNTER.
029200     DISPLAY 'ARRECON: SPONSOR ACCOUNTS OUT:    '
029300         SPONSOR-MISMATCH-COUNTER.
029400     DISPLAY 'ARRECON: VSAMIO ERRORS:           ' ERROR-COUNTER.
029500     STOP RUN.
029600
029700* ************************************************************** *
029800* OPENS THE AR-DETAIL JOURNAL AND THE STUDENT BALANCE CLUSTER,   *
029900* BOTH FOR A SEQUENTIAL PASS.                                    *
030000* ************************************************************** *
030100 040-OPEN-STUDENT-LEDGER.
030200
030300     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
030400     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
030500     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
030600     MOVE VSIO-INPUT TO VSIO-MODE OF AR-DETAIL-FILE.
030700     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
030800     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
030900     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
031000     MOVE VSIO-OPEN TO VSIO-COMMAND.
031100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031200                         AR-DETAIL-FILE,
031300                         AR-DETAIL-RECORD.
031400*    END-CALL.
031500     IF NOT VSIO-SUCCESS
031600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
031700         MOVE +8 TO RETURN-CODE
031800         STOP RUN.
031900*    END-IF.
032000
032100     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
032200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
032300     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF BALANCE-FILE.
032400     MOVE VSIO-INPUT TO VSIO-MODE OF BALANCE-FILE.
032500     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
032600     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
032700     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
032800     MOVE VSIO-OPEN TO VSIO-COMMAND.
032900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033000                         BALANCE-FILE,
033100                         BALANCE-RECORD.
033200*    END-CALL.
033300     IF NOT VSIO-SUCCESS
033400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033500         MOVE +8 TO RETURN-CODE
033600         STOP RUN.
033700*    END-IF.
033800
033900 049-EXIT.
034000     EXIT.
034100
034200* ************************************************************** *
034300* SPONSOR SIDE.  SPNDETL IS SUMMED BY SPONSOR INTO THE TALLY     *
034400* TABLE, THEN EACH SPONTBL RECORD IS COMPARED AGAINST ITS        *
034500* TALLY; TALLIES NO SPONTBL RECORD CLAIMED ARE LISTED LAST.      *
034600* ************************************************************** *
034700 050-RECONCILE-SPONSORS.
034800
034900     MOVE 'SPNDETL' TO VSIO-DDNAME OF SPONSOR-DETAIL-FILE.
035000     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF SPONSOR-DETAIL-FILE.
035100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-DETAIL-FILE.
035200     MOVE VSIO-INPUT TO VSIO-MODE OF SPONSOR-DETAIL-FILE.
035300     MOVE +60 TO VSIO-RECORD-LENGTH OF SPONSOR-DETAIL-FILE.
035400     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-DETAIL-FILE.
035500     MOVE +0 TO VSIO-KEY-LENGTH OF SPONSOR-DETAIL-FILE.
035600     MOVE VSIO-OPEN TO VSIO-COMMAND.
035700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035800                         SPONSOR-DETAIL-FILE,
035900                         SPONSOR-DETAIL-RECORD.
036000*    END-CALL.
036100     IF NOT VSIO-SUCCESS
036200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036300         ADD +1 TO ERROR-COUNTER
036400         GO TO 059-EXIT.
036500*    END-IF.
036600
036700     MOVE 'N' TO JOURNAL-EOF-SW.
036800     PERFORM 060-TALLY-SPONSOR-ENTRY
036900        THRU 069-EXIT
037000       UNTIL JOURNAL-EOF.
037100*    END-PERFORM.
037200
037300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037500                         SPONSOR-DETAIL-FILE,
037600                         SPONSOR-DETAIL-RECORD.
037700*    END-CALL.
037800
037900     MOVE 'SPONTBL' TO VSIO-DDNAME OF SPONSOR-TABLE-FILE.
038000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SPONSOR-TABLE-FILE.
038100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-TABLE-FILE.
038200     MOVE VSIO-INPUT TO VSIO-MODE OF SPONSOR-TABLE-FILE.
038300     MOVE +100 TO VSIO-RECORD-LENGTH OF SPONSOR-TABLE-FILE.
038400     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-TABLE-FILE.
038500     MOVE +5 TO VSIO-KEY-LENGTH OF SPONSOR-TABLE-FILE.
038600     MOVE VSIO-OPEN TO VSIO-COMMAND.
038700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038800                         SPONSOR-TABLE-FILE,
038900                         SPONSOR-TABLE-RECORD.
039000*    END-CALL.
039100     IF NOT VSIO-SUCCESS
039200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039300         ADD +1 TO ERROR-COUNTER
039400         GO TO 059-EXIT.
039500*    END-IF.
039600
039700     MOVE 'N' TO MASTER-EOF-SW.
039800     PERFORM 070-COMPARE-SPONSOR
039900        THRU 079-EXIT
040000       UNTIL MASTER-EOF.
040100*    END-PERFORM.
040200
040300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
040400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040500                         SPONSOR-TABLE-FILE,
040600                         SPONSOR-TABLE-RECORD.
040700*    END-CALL.
040800
040900     MOVE 1 TO SPT-IDX.
041000     PERFORM 080-REPORT-UNMATCHED-SPONSOR
041100        THRU 089-EXIT
041200       UNTIL SPT-IDX GREATER THAN SPT-COUNT.
041300*    END-PERFORM.
041400
041500 059-EXIT.
041600     EXIT.
041700
041800* ************************************************************** *
041900* ADDS ONE SPNDETL ENTRY TO ITS SPONSOR'S TALLY.  A FULL TABLE   *
042000* LEAVES THE PROOF INCOMPLETE AND IS COUNTED AS AN ERROR.        *
042100* ************************************************************** *
042200 060-TALLY-SPONSOR-ENTRY.
042300
042400     MOVE VSIO-READ TO VSIO-COMMAND.
042500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042600                         SPONSOR-DETAIL-FILE,
042700                         SPONSOR-DETAIL-RECORD.
042800*    END-CALL.
042900     IF NOT VSIO-SUCCESS
043000         IF VSIO-END-OF-FILE
043100             MOVE 'Y' TO JOURNAL-EOF-SW
043200             GO TO 069-EXIT
043300         ELSE
043400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043500             ADD +1 TO ERROR-COUNTER
043600             MOVE 'Y' TO JOURNAL-EOF-SW
043700             GO TO 069-EXIT.
043800*        END-IF
043900*    END-IF.
044000
044100     ADD +1 TO SPNDETL-READ-COUNTER.
044200     ADD SPD-AMOUNT TO SPNDETL-NET-TOTAL.
044300
044400     PERFORM 065-LOCATE-SPONSOR-TALLY THRU 065-EXIT.
044500     IF WS-FOUND
044600         ADD SPD-AMOUNT TO SPT-TOTAL (SPT-IDX)
044700         GO TO 069-EXIT.
044800*    END-IF.
044900
045000     IF SPT-COUNT NOT LESS THAN SPT-MAX
045100         DISPLAY 'ARRECON: SPONSOR TABLE FULL, ENTRY DROPPED: '
045200             SPD-SPONSOR-ID
045300         ADD +1 TO ERROR-COUNTER
045400         GO TO 069-EXIT.
045500*    END-IF.
045600
045700     ADD 1 TO SPT-COUNT.
045800     MOVE SPT-COUNT TO SPT-IDX.
045900     MOVE SPD-SPONSOR-ID TO SPT-SPONSOR-ID (SPT-IDX).
046000     MOVE SPD-AMOUNT TO SPT-TOTAL (SPT-IDX).
046100     MOVE 'N' TO SPT-MATCHED-SW (SPT-IDX).
046200
046300 069-EXIT.
046400     EXIT.
046500
046600* ************************************************************** *
046700* SEARCHES THE TALLY TABLE FOR THE SPONSOR IN SPD-SPONSOR-ID.    *
046800* WS-FOUND IS SET AND SPT-IDX POINTS AT THE ENTRY WHEN FOUND.    *
046900* ************************************************************** *
047000 065-LOCATE-SPONSOR-TALLY.
047100
047200     MOVE 'N' TO WS-FOUND-SW.
047300     MOVE 1 TO SPT-IDX.
047400     PERFORM 066-SEARCH-SPONSOR-TALLY THRU 066-EXIT
047500       UNTIL WS-FOUND
047600          OR SPT-IDX GREATER THAN SPT-COUNT.
047700*    END-PERFORM.
047800
047900 065-EXIT.
048000     EXIT.
048100
048200 066-SEARCH-SPONSOR-TALLY.
048300
048400     IF SPT-SPONSOR-ID (SPT-IDX) EQUAL SPD-SPONSOR-ID
048500         MOVE 'Y' TO WS-FOUND-SW
048600     ELSE
048700         ADD 1 TO SPT-IDX.
048800*    END-IF.
048900
049000 066-EXIT.
049100     EXIT.
049200
049300* ************************************************************** *
049400* COMPARES ONE SPONTBL RECORD AGAINST ITS JOURNAL TALLY.  A      *
049500* SPONSOR WITH NO JOURNAL ENTRIES PROVES ONLY AT ZERO.           *
049600* ************************************************************** *
049700 070-COMPARE-SPONSOR.
049800
049900     MOVE SPACES TO SPONSOR-TABLE-RECORD.
050000     MOVE VSIO-READ TO VSIO-COMMAND.
050100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050200                         SPONSOR-TABLE-FILE,
050300                         SPONSOR-TABLE-RECORD.
050400*    END-CALL.
050500     IF NOT VSIO-SUCCESS
050600         IF VSIO-END-OF-FILE
050700             MOVE 'Y' TO MASTER-EOF-SW
050800             GO TO 079-EXIT
050900         ELSE
051000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051100             ADD +1 TO ERROR-COUNTER
051200             MOVE 'Y' TO MASTER-EOF-SW
051300             GO TO 079-EXIT.
051400*        END-IF
051500*    END-IF.
051600
051700     ADD +1 TO SPONTBL-READ-COUNTER.
051800     ADD SPN-BALANCE TO SPONTBL-BALANCE-TOTAL.
051900
052000     MOVE SPN-SPONSOR-ID TO SPD-SPONSOR-ID.
052100     PERFORM 065-LOCATE-SPONSOR-TALLY THRU 065-EXIT.
052200     IF WS-FOUND
052300         MOVE 'Y' TO SPT-MATCHED-SW (SPT-IDX)
052400         IF SPT-TOTAL (SPT-IDX) NOT EQUAL SPN-BALANCE
052500             MOVE SPN-SPONSOR-ID TO DL-ACCOUNT-ID
052600             MOVE SPT-TOTAL (SPT-IDX) TO DL-JOURNAL-TOTAL
052700             MOVE SPN-BALANCE TO DL-FILE-BALANCE
052800             COMPUTE WS-DIFFERENCE =
052900                 SPN-BALANCE - SPT-TOTAL (SPT-IDX)
053000             MOVE WS-DIFFERENCE TO DL-DIFFERENCE
053100             MOVE 'BALANCE DOES NOT AGREE' TO DL-NOTE
053200             WRITE REPORT-LINE FROM DETAIL-LINE
053300             ADD +1 TO SPONSOR-MISMATCH-COUNTER
053400         END-IF
053500     ELSE
053600         IF SPN-BALANCE NOT EQUAL ZERO
053700             MOVE SPN-SPONSOR-ID TO DL-ACCOUNT-ID
053800             MOVE ZERO TO DL-JOURNAL-TOTAL
053900             MOVE SPN-BALANCE TO DL-FILE-BALANCE
054000             MOVE SPN-BALANCE TO DL-DIFFERENCE
054100             MOVE 'NO SPNDETL ENTRIES' TO DL-NOTE
054200             WRITE REPORT-LINE FROM DETAIL-LINE
054300             ADD +1 TO SPONSOR-MISMATCH-COUNTER.
054400*        END-IF
054500*    END-IF.
054600
054700 079-EXIT.
054800     EXIT.
054900
055000* ************************************************************** *
055100* SPONSOR TALLIES NEVER CLAIMED BY A SPONTBL RECORD -- JOURNAL   *
055200* ACTIVITY FOR A SPONSOR NO LONGER ON FILE.                      *
055300* ************************************************************** *
055400 080-REPORT-UNMATCHED-SPONSOR.
055500
055600     IF SPT-MATCHED-SW (SPT-IDX) NOT EQUAL 'Y'
055700     AND SPT-TOTAL (SPT-IDX) NOT EQUAL ZERO
055800         MOVE SPT-SPONSOR-ID (SPT-IDX) TO DL-ACCOUNT-ID
055900         MOVE SPT-TOTAL (SPT-IDX) TO DL-JOURNAL-TOTAL
056000         MOVE ZERO TO DL-FILE-BALANCE
056100         COMPUTE WS-DIFFERENCE = ZERO - SPT-TOTAL (SPT-IDX)
056200         MOVE WS-DIFFERENCE TO DL-DIFFERENCE
056300         MOVE 'SPONSOR NOT ON SPONTBL' TO DL-NOTE
056400         WRITE REPORT-LINE FROM DETAIL-LINE
056500         ADD +1 TO SPONSOR-MISMATCH-COUNTER.
056600*    END-IF.
056700
056800     ADD 1 TO SPT-IDX.
056900
057000 089-EXIT.
057100     EXIT.
057200
057300* ************************************************************** *
057400* SORT INPUT PROCEDURE - ONE SEQUENTIAL PASS OF ARDETL,          *
057500* RELEASING THE STUDENT AND SIGNED AMOUNT OF EVERY POSTING.      *
057600* ************************************************************** *
057700 100-PASS-JOURNAL SECTION.
057800
057900 100-PASS-JOURNAL-PARA.
058000
058100     PERFORM 110-RELEASE-JOURNAL-ENTRY
058200        THRU 119-PARA-EXIT
058300       UNTIL JOURNAL-EOF.
058400*    END-PERFORM.
058500     GO TO 199-EXIT.
058600
058700 110-RELEASE-JOURNAL-ENTRY.
058800
058900     MOVE VSIO-READ TO VSIO-COMMAND.
059000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059100                         AR-DETAIL-FILE,
059200                         AR-DETAIL-RECORD.
059300*    END-CALL.
059400     IF NOT VSIO-SUCCESS
059500         IF VSIO-END-OF-FILE
059600             MOVE 'Y' TO JOURNAL-EOF-SW
059700             GO TO 119-PARA-EXIT
059800         ELSE
059900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
060000             ADD +1 TO ERROR-COUNTER
060100             MOVE 'Y' TO JOURNAL-EOF-SW
060200             GO TO 119-PARA-EXIT.
060300*        END-IF
060400*    END-IF.
060500
060600     ADD +1 TO ARDETL-READ-COUNTER.
060700     ADD ARD-AMOUNT TO ARDETL-NET-TOTAL.
060800
060900     MOVE ARD-STUDENT-ID TO SR-STUDENT-ID.
061000     MOVE ARD-AMOUNT TO SR-AMOUNT.
061100     RELEASE SORT-RECORD.
061200
061300 119-PARA-EXIT.
061400     EXIT.
061500
061600 199-EXIT.
061700     EXIT.
061800
061900* ************************************************************** *
062000* SORT OUTPUT PROCEDURE - MATCHES THE JOURNAL, SUMMED BY         *
062100* STUDENT, AGAINST ARBAL READ IN KEY ORDER.  EACH SIDE RUNS      *
062200* OUT TO HIGH-VALUES SO THE OTHER SIDE'S TAIL STILL MATCHES.     *
062300* ************************************************************** *
062400 200-MATCH-BALANCES SECTION.
062500
062600 200-MATCH-BALANCES-PARA.
062700
062800     PERFORM 215-RETURN-JOURNAL THRU 215-PARA-EXIT.
062900     PERFORM 210-NEXT-JOURNAL-STUDENT THRU 219-PARA-EXIT.
063000     PERFORM 220-NEXT-BALANCE THRU 229-PARA-EXIT.
063100
063200     PERFORM 230-MATCH-ONE-STUDENT
063300        THRU 239-PARA-EXIT
063400       UNTIL JS-STUDENT-ID EQUAL HIGH-VALUES
063500         AND MS-STUDENT-ID EQUAL HIGH-VALUES.
063600*    END-PERFORM.
063700     GO TO 299-EXIT.
063800
063900* ************************************************************** *
064000* SUMS THE SORTED JOURNAL ENTRIES FOR THE NEXT STUDENT INTO      *
064100* JOURNAL-STUDENT.  SORT-RECORD ALWAYS HOLDS THE FIRST ENTRY     *
064200* NOT YET SUMMED.                                                *
064300* ************************************************************** *
064400 210-NEXT-JOURNAL-STUDENT.
064500
064600     IF SORT-EOF
064700         MOVE HIGH-VALUES TO JS-STUDENT-ID
064800         MOVE ZERO TO JS-TOTAL
064900         GO TO 219-PARA-EXIT.
065000*    END-IF.
065100
065200     MOVE SR-STUDENT-ID TO JS-STUDENT-ID.
065300     MOVE ZERO TO JS-TOTAL.
065400     PERFORM 212-ADD-JOURNAL-ENTRY
065500        THRU 212-PARA-EXIT
065600       UNTIL SORT-EOF
065700          OR SR-STUDENT-ID NOT EQUAL JS-STUDENT-ID.
065800*    END-PERFORM.
065900
066000 219-PARA-EXIT.
066100     EXIT.
066200
066300 212-ADD-JOURNAL-ENTRY.
066400
066500     ADD SR-AMOUNT TO JS-TOTAL.
066600     PERFORM 215-RETURN-JOURNAL THRU 215-PARA-EXIT.
066700
066800 212-PARA-EXIT.
066900     EXIT.
067000
067100 215-RETURN-JOURNAL.
067200
067300     RETURN SORT-WORK-FILE
067400         AT END
067500             MOVE 'Y' TO SORT-EOF-SWITCH.
067600*    END-RETURN.
067700
067800 215-PARA-EXIT.
067900     EXIT.
068000
068100 220-NEXT-BALANCE.
068200
068300     IF MASTER-EOF
068400         GO TO 229-PARA-EXIT.
068500*    END-IF.
068600
068700     MOVE VSIO-READ TO VSIO-COMMAND.
068800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068900                         BALANCE-FILE,
069000                         BALANCE-RECORD.
069100*    END-CALL.
069200     IF NOT VSIO-SUCCESS
069300         IF VSIO-END-OF-FILE
069400             MOVE 'Y' TO MASTER-EOF-SW
069500         ELSE
069600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
069700             ADD +1 TO ERROR-COUNTER
069800             MOVE 'Y' TO MASTER-EOF-SW.
069900*        END-IF
070000*    END-IF.
070100     IF MASTER-EOF
070200         MOVE HIGH-VALUES TO MS-STUDENT-ID
070300         MOVE ZERO TO MS-BALANCE
070400         GO TO 229-PARA-EXIT.
070500*    END-IF.
070600
070700     ADD +1 TO ARBAL-READ-COUNTER.
070800     ADD ABR-BALANCE TO ARBAL-BALANCE-TOTAL.
070900     MOVE ABR-STUDENT-ID TO MS-STUDENT-ID.
071000     MOVE ABR-BALANCE TO MS-BALANCE.
071100
071200 229-PARA-EXIT.
071300     EXIT.
071400
071500* ************************************************************** *
071600* COMPARES THE LOWER OF THE TWO CURRENT STUDENTS.  A STUDENT     *
071700* ON ONE SIDE ONLY IS TAKEN AS ZERO ON THE OTHER.                *
071800* ************************************************************** *
071900 230-MATCH-ONE-STUDENT.
072000
072100     IF JS-STUDENT-ID LESS THAN MS-STUDENT-ID
072200         IF JS-TOTAL NOT EQUAL ZERO
072300             MOVE JS-STUDENT-ID TO DL-ACCOUNT-ID
072400             MOVE JS-TOTAL TO DL-JOURNAL-TOTAL
072500             MOVE ZERO TO DL-FILE-BALANCE
072600             COMPUTE WS-DIFFERENCE = ZERO - JS-TOTAL
072700             MOVE WS-DIFFERENCE TO DL-DIFFERENCE
072800             MOVE 'NO ARBAL RECORD' TO DL-NOTE
072900             WRITE REPORT-LINE FROM DETAIL-LINE
073000             ADD +1 TO ACCOUNT-MISMATCH-COUNTER
073100         END-IF
073200         PERFORM 210-NEXT-JOURNAL-STUDENT THRU 219-PARA-EXIT
073300         GO TO 239-PARA-EXIT.
073400*    END-IF.
073500
073600     IF JS-STUDENT-ID GREATER THAN MS-STUDENT-ID
073700         IF MS-BALANCE NOT EQUAL ZERO
073800             MOVE MS-STUDENT-ID TO DL-ACCOUNT-ID
073900             MOVE ZERO TO DL-JOURNAL-TOTAL
074000             MOVE MS-BALANCE TO DL-FILE-BALANCE
074100             MOVE MS-BALANCE TO DL-DIFFERENCE
074200             MOVE 'NO ARDETL ENTRIES' TO DL-NOTE
074300             WRITE REPORT-LINE FROM DETAIL-LINE
074400             ADD +1 TO ACCOUNT-MISMATCH-COUNTER
074500         END-IF
074600         PERFORM 220-NEXT-BALANCE THRU 229-PARA-EXIT
074700         GO TO 239-PARA-EXIT.
074800*    END-IF.
074900
075000     IF JS-TOTAL NOT EQUAL MS-BALANCE
075100         MOVE MS-STUDENT-ID TO DL-ACCOUNT-ID
075200         MOVE JS-TOTAL TO DL-JOURNAL-TOTAL
075300         MOVE MS-BALANCE TO DL-FILE-BALANCE
075400         COMPUTE WS-DIFFERENCE = MS-BALANCE - JS-TOTAL
075500         MOVE WS-DIFFERENCE TO DL-DIFFERENCE
075600         MOVE 'BALANCE DOES NOT AGREE' TO DL-NOTE
075700         WRITE REPORT-LINE FROM DETAIL-LINE
075800         ADD +1 TO ACCOUNT-MISMATCH-COUNTER.
075900*    END-IF.
076000
076100     PERFORM 210-NEXT-JOURNAL-STUDENT THRU 219-PARA-EXIT.
076200     PERFORM 220-NEXT-BALANCE THRU 229-PARA-EXIT.
076300
076400 239-PARA-EXIT.
076500     EXIT.
076600
076700 299-EXIT.
076800     EXIT.
076900
077000* ************************************************************** *
077100* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
077200* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
077300* PROGRAM IN THIS SUITE.                                         *
077400* ************************************************************** *
077500 500-DISPLAY-UNKNOWN-ERROR SECTION.
077600
077700 500-DISPLAY-PARA.
077800
077900     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
078000     EXHIBIT NAMED VSIO-RETURN-CODE.
078100     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
078200                   VSIO-VSAM-FUNCTION-CODE,
078300                   VSIO-VSAM-FEEDBACK-CODE.
078400
078500 509-EXIT.
078600     EXIT.
