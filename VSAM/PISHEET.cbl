000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PISHEET.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* PHYSICAL INVENTORY COUNT SHEETS.  EVERY UNIT ON HAND ON THE   *
000900* VIN MASTER (VINMSTR) IS LISTED UNDER THE LOT FILED ON IT AT   *
001000* RECEIPT, ONE LOT TO A PAGE, IN MAKE/MODEL/VIN ORDER, WITH A   *
001100* BOX FOR THE COUNT CREW TO TICK.  THE CREW SCANS EVERY VIN     *
001200* ACTUALLY ON THE LOT -- INCLUDING CARS NOT ON THE SHEET --     *
001300* AND THE SCANS ARE MATCHED BACK BY PICOUNT.  UNITS WITH NO LOT *
001400* ON FILE PRINT UNDER LOT '(NONE)'.                             *
001500*                                                               *
001600* SYSIN CARD (OPTIONAL):                                        *
001700*   COL 1-4    PRINT THIS LOT ONLY (DEFAULT ALL LOTS)           *
001800*                                                               *
001900* RETURN CODE 8 ON ANY VSAMIO ERROR.                            *
002000*                                                               *
002100* MODIFICATION HISTORY.                                         *
002200*   DATE       INIT  DESCRIPTION                                *
002300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT CONTROL-CARD-FILE
003500         ASSIGN TO UT-S-SYSIN.
003600
003700     SELECT REPORT-FILE
003800         ASSIGN TO UR-1403-S-SYSPRINT.
003900
004000     SELECT SORT-WORK-FILE
004100         ASSIGN TO UT-S-SORTWK01.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  CONTROL-CARD-FILE
004600     LABEL RECORDS ARE OMITTED
004700     RECORD CONTAINS 80 CHARACTERS
004800     BLOCK CONTAINS 0 RECORDS
004900     DATA RECORD IS CONTROL-CARD-RECORD.
005000 01  CONTROL-CARD-RECORD.
005100     02  CC-LOT-ID               PIC X(04).
005200     02  FILLER                  PIC X(76).
005300
005400 FD  REPORT-FILE
005500     LABEL RECORDS ARE OMITTED
005600     RECORD CONTAINS 132 CHARACTERS
005700     BLOCK CONTAINS 0 RECORDS
005800     DATA RECORD IS REPORT-LINE.
005900 01  REPORT-LINE                 PIC X(132).
006000
006100* ************************************************************** *
006200* ONE RECORD PER UNIT ON HAND, IN LOT/MAKE/MODEL/VIN ORDER.      *
006300* ************************************************************** *
006400 SD  SORT-WORK-FILE
006500     RECORD CONTAINS 72 CHARACTERS
006600     DATA RECORD IS SORT-RECORD.
006700 01  SORT-RECORD.
006800     02  SR-LOT-ID               PIC X(04).
006900     02  SR-CAR-MAKE             PIC X(16).
007000     02  SR-CAR-MODEL            PIC X(20).
007100     02  SR-VIN                  PIC X(17).
007200     02  SR-FY-PROD              PIC 9(04).
007300     02  SR-RECEIPT-DATE         PIC 9(08).
007400     02  SR-OPEN-RECALLS         PIC 9(02).
007500     02  FILLER                  PIC X(01).
007600
007700 WORKING-STORAGE SECTION.
007800 77  VIN-EOF-SWITCH              PIC X(01)   VALUE 'N'.
007900     88  VIN-EOF                             VALUE 'Y'.
008000 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
008100     88  SORT-EOF                            VALUE 'Y'.
008200
008300 77  VINMSTR-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
008400 77  UNIT-COUNTER                PIC S9(8) COMP VALUE ZERO.
008500 77  LOT-COUNTER                 PIC S9(8) COMP VALUE ZERO.
008600 77  LOT-UNITS                   PIC S9(8) COMP VALUE ZERO.
008700 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
008800
008900 01  WS-CURRENT-LOT              PIC X(04)   VALUE SPACES.
009000
009100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
009200 01  FILLER REDEFINES WS-RUN-DATE.
009300     02  WS-RUN-YY               PIC 9(02).
009400     02  WS-RUN-MM               PIC 9(02).
009500     02  WS-RUN-DD               PIC 9(02).
009600 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
009700 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
009800     02  WS-RUN-CCYY             PIC 9(04).
009900     02  WS-RUN-CMM              PIC 9(02).
010000     02  WS-RUN-CDD              PIC 9(02).
010100
010200 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010300
010400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010500 01  VIN-MASTER-FILE             COPY VSAMIOFB.
010600
010700* ************************************************************** *
010800* SERIALIZED UNIT MASTER (DDNAME VINMSTR), ALSO DESCRIBED IN     *
010900* VINPOST.                                                       *
011000* ************************************************************** *
011100 01  VIN-MASTER-RECORD.
011200     02  VMR-VIN                 PIC X(17).
011300     02  VMR-CAR-MAKE            PIC X(16).
011400     02  VMR-CAR-MODEL           PIC X(20).
011500     02  VMR-FY-PROD             PIC 9(04).
011600     02  VMR-STATUS              PIC X(01).
011700         88  VMR-ON-HAND                     VALUE 'H'.
011800         88  VMR-SOLD                        VALUE 'S'.
011900         88  VMR-WRITTEN-OFF                 VALUE 'W'.
012000     02  VMR-RECEIPT-DATE        PIC 9(08).
012100     02  VMR-SALE-DATE           PIC 9(08).
012200     02  VMR-DEALER-ID           PIC X(05).
012300     02  VMR-OPEN-RECALLS        PIC 9(02).
012400     02  VMR-LOT-ID              PIC X(04).
012500     02  FILLER                  PIC X(05).
012600
012700 01  HEADING-LINE-1.
012800     02  FILLER                  PIC X(36)   VALUE
012900         'PISHEET - PHYSICAL COUNT SHEET  LOT '.
013000     02  HL-LOT-ID               PIC X(06).
013100     02  FILLER                  PIC X(10)   VALUE '  PRINTED '.
013200     02  HL-RUN-DATE             PIC 9(08).
013300     02  FILLER                  PIC X(72)   VALUE SPACES.
013400
013500 01  HEADING-LINE-2.
013600     02  FILLER                  PIC X(07)   VALUE 'FOUND'.
013700     02  FILLER                  PIC X(19)   VALUE 'VIN'.
013800     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
013900     02  FILLER                  PIC X(22)   VALUE 'MODEL'.
014000     02  FILLER                  PIC X(06)   VALUE 'PROD'.
014100     02  FILLER                  PIC X(10)   VALUE 'RECEIVED'.
014200     02  FILLER                  PIC X(50)   VALUE 'NOTE'.
014300
014400 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
014500
014600 01  DETAIL-LINE.
014700     02  FILLER                  PIC X(07)   VALUE '[   ]  '.
014800     02  DL-VIN                  PIC X(17).
014900     02  FILLER                  PIC X(02)   VALUE SPACES.
015000     02  DL-CAR-MAKE             PIC X(16).
015100     02  FILLER                  PIC X(02)   VALUE SPACES.
015200     02  DL-CAR-MODEL            PIC X(20).
015300     02  FILLER                  PIC X(02)   VALUE SPACES.
015400     02  DL-FY-PROD              PIC 9(04).
015500     02  FILLER                  PIC X(02)   VALUE SPACES.
015600     02  DL-RECEIPT-DATE         PIC 9(08).
015700     02  FILLER                  PIC X(02)   VALUE SPACES.
015800     02  DL-NOTE                 PIC X(12).
015900     02  FILLER                  PIC X(38)   VALUE SPACES.
016000
016100 01  LOT-TOTAL-LINE.
016200     02  FILLER                  PIC X(24)   VALUE
016300         'UNITS EXPECTED ON LOT:  '.
016400     02  LTL-UNITS               PIC ZZZ,ZZ9.
016500     02  FILLER                  PIC X(16)   VALUE
016600         '    FOUND:  ____'.
016700     02  FILLER                  PIC X(46)   VALUE
016800         '    COUNTED BY:  ______________  DATE:  ______'.
016900     02  FILLER                  PIC X(39)   VALUE SPACES.
017000
017100 01  EMPTY-LINE.
017200     02  FILLER                  PIC X(36)   VALUE
017300         'NO UNITS ON HAND FOR THE LOT NAMED.'.
017400     02  FILLER                  PIC X(96)   VALUE SPACES.
017500
017600 PROCEDURE DIVISION.
017700
017800 000-INITIATE.
017900
018000     OPEN INPUT CONTROL-CARD-FILE.
018100     MOVE SPACES TO CONTROL-CARD-RECORD.
018200     READ CONTROL-CARD-FILE
018300         AT END CONTINUE
018400     END-READ.
018500     CLOSE CONTROL-CARD-FILE.
018600
018700     ACCEPT WS-RUN-DATE FROM DATE.
018800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
018900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
019000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
019100     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
019200     MOVE WS-RUN-MM TO WS-RUN-CMM.
019300     MOVE WS-RUN-DD TO WS-RUN-CDD.
019400
019500     MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
019600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
019700     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF VIN-MASTER-FILE.
019800     MOVE VSIO-INPUT TO VSIO-MODE OF VIN-MASTER-FILE.
019900     MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
020000     MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
020100     MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
020200     MOVE VSIO-OPEN TO VSIO-COMMAND.
020300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020400                         VIN-MASTER-FILE,
020500                         VIN-MASTER-RECORD.
020600*    END-CALL.
020700     IF NOT VSIO-SUCCESS
020800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020900         MOVE +8 TO RETURN-CODE
021000         STOP RUN.
021100*    END-IF.
021200
021300     OPEN OUTPUT REPORT-FILE.
021400     MOVE WS-RUN-CCYYMMDD TO HL-RUN-DATE.
021500
021600 010-PROCESS.
021700
021800     SORT SORT-WORK-FILE
021900         ON ASCENDING KEY SR-LOT-ID
022000                          SR-CAR-MAKE
022100                          SR-CAR-MODEL
022200                          SR-VIN
022300         INPUT PROCEDURE IS 100-SELECT-UNITS
022400         OUTPUT PROCEDURE IS 200-PRINT-SHEETS.
022500
022600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
022700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022800                         VIN-MASTER-FILE,
022900                         VIN-MASTER-RECORD.
023000*    END-CALL.
023100
023200 020-TERMINATE.
023300
023400     IF UNIT-COUNTER EQUAL ZERO
023500         MOVE CC-LOT-ID TO HL-LOT-ID
023600         WRITE REPORT-LINE FROM HEADING-LINE-1
023700             AFTER ADVANCING PAGE
023800         WRITE REPORT-LINE FROM BLANK-LINE
023900         WRITE REPORT-LINE FROM EMPTY-LINE.
024000*    END-IF.
024100     CLOSE REPORT-FILE.
024200
024300     IF ERROR-COUNTER GREATER THAN ZERO
024400         MOVE +8 TO RETURN-CODE.
024500*    END-IF.
024600
024700     DISPLAY 'PISHEET: VINMSTR READ:  ' VINMSTR-READ-COUNTER.
024800     DISPLAY 'PISHEET: LOTS PRINTED:  ' LOT-COUNTER.
024900     DISPLAY 'PISHEET: UNITS LISTED:  ' UNIT-COUNTER.
025000     DISPLAY 'PISHEET: VSAMIO ERRORS: ' ERROR-COUNTER.
025100     STOP RUN.
025200
025300* ************************************************************** *
025400* SORT INPUT PROCEDURE - ONE PASS OF VINMSTR RELEASING EACH      *
025500* UNIT ON HAND (IN THE NAMED LOT, WHEN ONE IS NAMED).            *
025600* ************************************************************** *
025700 100-SELECT-UNITS SECTION.
025800
025900 100-SELECT-UNITS-PARA.
026000
026100     PERFORM 110-SELECT-ONE-UNIT
026200        THRU 119-PARA-EXIT
026300       UNTIL VIN-EOF.
026400*    END-PERFORM.
026500     GO TO 199-EXIT.
026600
026700 110-SELECT-ONE-UNIT.
026800
026900     MOVE VSIO-READ TO VSIO-COMMAND.
027000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027100                         VIN-MASTER-FILE,
027200                         VIN-MASTER-RECORD.
027300*    END-CALL.
027400     IF NOT VSIO-SUCCESS
027500         IF VSIO-END-OF-FILE
027600             MOVE 'Y' TO VIN-EOF-SWITCH
027700             GO TO 119-PARA-EXIT
027800         ELSE
027900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028000             ADD +1 TO ERROR-COUNTER
028100             MOVE 'Y' TO VIN-EOF-SWITCH
028200             GO TO 119-PARA-EXIT.
028300*        END-IF
028400*    END-IF.
028500
028600     ADD +1 TO VINMSTR-READ-COUNTER.
028700     IF NOT VMR-ON-HAND
028800         GO TO 119-PARA-EXIT.
028900*    END-IF.
029000     IF CC-LOT-ID NOT EQUAL SPACES
029100     AND CC-LOT-ID NOT EQUAL VMR-LOT-ID
029200         GO TO 119-PARA-EXIT.
029300*    END-IF.
029400
029500     MOVE SPACES TO SORT-RECORD.
029600     MOVE VMR-LOT-ID TO SR-LOT-ID.
029700     MOVE VMR-CAR-MAKE TO SR-CAR-MAKE.
029800     MOVE VMR-CAR-MODEL TO SR-CAR-MODEL.
029900     MOVE VMR-VIN TO SR-VIN.
030000     MOVE VMR-FY-PROD TO SR-FY-PROD.
030100     MOVE VMR-RECEIPT-DATE TO SR-RECEIPT-DATE.
030200     IF VMR-OPEN-RECALLS NUMERIC
030300         MOVE VMR-OPEN-RECALLS TO SR-OPEN-RECALLS
030400     ELSE
030500         MOVE ZERO TO SR-OPEN-RECALLS.
030600*    END-IF.
030700     RELEASE SORT-RECORD.
030800
030900 119-PARA-EXIT.
031000     EXIT.
031100
031200 199-EXIT.
031300     EXIT.
031400
031500* ************************************************************** *
031600* SORT OUTPUT PROCEDURE - ONE PAGE PER LOT, CLOSED BY THE LOT'S  *
031700* EXPECTED COUNT AND A SIGN-OFF LINE FOR THE COUNT CREW.         *
031800* ************************************************************** *
031900 200-PRINT-SHEETS SECTION.
032000
032100 200-PRINT-SHEETS-PARA.
032200
032300     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
032400     PERFORM 210-PRINT-ONE-LOT
032500        THRU 219-PARA-EXIT
032600       UNTIL SORT-EOF.
032700*    END-PERFORM.
032800     GO TO 299-EXIT.
032900
033000* ************************************************************** *
033100* SORT-RECORD HOLDS THE LOT'S FIRST UNIT ON ENTRY, AND THE FIRST *
033200* UNIT OF THE NEXT LOT ON EXIT.                                  *
033300* ************************************************************** *
033400 210-PRINT-ONE-LOT.
033500
033600     MOVE SR-LOT-ID TO WS-CURRENT-LOT.
033700     MOVE ZERO TO LOT-UNITS.
033800     ADD +1 TO LOT-COUNTER.
033900     IF SR-LOT-ID EQUAL SPACES
034000         MOVE '(NONE)' TO HL-LOT-ID
034100     ELSE
034200         MOVE SR-LOT-ID TO HL-LOT-ID.
034300*    END-IF.
034400     WRITE REPORT-LINE FROM HEADING-LINE-1
034500         AFTER ADVANCING PAGE.
034600     WRITE REPORT-LINE FROM BLANK-LINE.
034700     WRITE REPORT-LINE FROM HEADING-LINE-2.
034800     WRITE REPORT-LINE FROM BLANK-LINE.
034900
035000     PERFORM 220-PRINT-ONE-UNIT
035100        THRU 229-PARA-EXIT
035200       UNTIL SORT-EOF
035300          OR SR-LOT-ID NOT EQUAL WS-CURRENT-LOT.
035400*    END-PERFORM.
035500
035600     MOVE LOT-UNITS TO LTL-UNITS.
035700     WRITE REPORT-LINE FROM BLANK-LINE.
035800     WRITE REPORT-LINE FROM LOT-TOTAL-LINE.
035900
036000 219-PARA-EXIT.
036100     EXIT.
036200
036300 215-RETURN-UNIT.
036400
036500     RETURN SORT-WORK-FILE
036600         AT END
036700             MOVE 'Y' TO SORT-EOF-SWITCH.
036800*    END-RETURN.
036900
037000 215-PARA-EXIT.
037100     EXIT.
037200
037300 220-PRINT-ONE-UNIT.
037400
037500     MOVE SR-VIN TO DL-VIN.
037600     MOVE SR-CAR-MAKE TO DL-CAR-MAKE.
037700     MOVE SR-CAR-MODEL TO DL-CAR-MODEL.
037800     MOVE SR-FY-PROD TO DL-FY-PROD.
037900     MOVE SR-RECEIPT-DATE TO DL-RECEIPT-DATE.
038000     IF SR-OPEN-RECALLS GREATER THAN ZERO
038100         MOVE 'RECALL OPEN' TO DL-NOTE
038200     ELSE
038300         MOVE SPACES TO DL-NOTE.
038400*    END-IF.
038500     WRITE REPORT-LINE FROM DETAIL-LINE.
038600     ADD +1 TO LOT-UNITS.
038700     ADD +1 TO UNIT-COUNTER.
038800
038900     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
039000
039100 229-PARA-EXIT.
039200     EXIT.
039300
039400 299-EXIT.
039500     EXIT.
039600
039700* ************************************************************** *
039800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
039900* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
040000* PROGRAM IN THIS SUITE.                                         *
040100* ************************************************************** *
040200 500-DISPLAY-UNKNOWN-ERROR SECTION.
040300
040400 500-DISPLAY-PARA.
040500
040600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
040700     EXHIBIT NAMED VSIO-RETURN-CODE.
040800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
040900                   VSIO-VSAM-FUNCTION-CODE,
041000                   VSIO-VSAM-FEEDBACK-CODE.
041100
041200 509-EXIT.
041300     EXIT.
