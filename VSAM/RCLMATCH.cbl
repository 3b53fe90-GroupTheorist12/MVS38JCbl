000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RCLMATCH.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MATCHES EVERY MANUFACTURER RECALL CAMPAIGN ON RCLCAMP AGAINST *
000900* THE VIN MASTER.  A UNIT IS IN A CAMPAIGN WHEN ITS MAKE AND    *
001000* MODEL ARE THE CAMPAIGN'S AND ITS PRODUCTION YEAR FALLS IN THE *
001100* CAMPAIGN'S YEAR RANGE.                                        *
001200*                                                               *
001300* THE FIRST TIME A UNIT IS MATCHED TO A CAMPAIGN A RECALL UNIT  *
001400* RECORD (DDNAME RCLUNIT, KEYED BY CAMPAIGN AND VIN) IS WRITTEN *
001500* OPEN, AND THE OPEN RECALL COUNT ON THE VINMSTR RECORD IS      *
001600* RAISED; VINPOST WILL NOT SELL A UNIT WHOSE COUNT IS NOT ZERO. *
001700* RCLCLR CLEARS THE RECALL UNIT AND LOWERS THE COUNT AGAIN.     *
001800* UNITS ALREADY MATCHED ARE ONLY REPORTED, SO THE RUN MAY BE    *
001900* REPEATED AS OFTEN AS WANTED.                                  *
002000*                                                               *
002100* THE REPORT LISTS, FOR EACH CAMPAIGN, THE UNITS STILL ON HAND  *
002200* (NOT SELLABLE UNTIL CLEARED) AND THEN THE UNITS ALREADY SOLD, *
002300* GROUPED BY THE SELLING DEALER WITH ITS NAME AND REGION FROM   *
002400* DLRTBL, SO THE DEALERS CAN BE NOTIFIED.                       *
002500*                                                               *
002600* RETURN CODE 8 ON ANY VSAMIO ERROR OR CAMPAIGN TABLE OVERFLOW. *
002700*                                                               *
002800* MODIFICATION HISTORY.                                         *
002900*   DATE       INIT  DESCRIPTION                                *
003000*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003010*   10/15/2026 JM    UNITS WRITTEN OFF BY A PHYSICAL COUNT ARE  *
003020*                    NOT MATCHED.                               *
003100* ************************************************************* *
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     SELECT REPORT-FILE
004200         ASSIGN TO UR-1403-S-SYSPRINT.
004300
004400     SELECT SORT-WORK-FILE
004500         ASSIGN TO UT-S-SORTWK01.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  REPORT-FILE
005000     LABEL RECORDS ARE OMITTED
005100     RECORD CONTAINS 132 CHARACTERS
005200     BLOCK CONTAINS 0 RECORDS
005300     DATA RECORD IS REPORT-LINE.
005400 01  REPORT-LINE                 PIC X(132).
005500
005600* ************************************************************** *
005700* ONE RECORD PER CAMPAIGN (GROUP 0) SO A CAMPAIGN WITH NO UNITS  *
005800* IS STILL REPORTED, THEN ONE PER MATCHED UNIT: GROUP 1 FOR A    *
005900* UNIT ON HAND, GROUP 2 FOR A UNIT SOLD.                         *
006000* ************************************************************** *
006100 SD  SORT-WORK-FILE
006200     RECORD CONTAINS 60 CHARACTERS
006300     DATA RECORD IS SORT-RECORD.
006400 01  SORT-RECORD.
006500     02  SR-CAMPAIGN             PIC X(06).
006600     02  SR-GROUP                PIC X(01).
006700         88  SR-CAMPAIGN-HEADER              VALUE '0'.
006800         88  SR-UNIT-ON-HAND                 VALUE '1'.
006900         88  SR-UNIT-SOLD                    VALUE '2'.
007000     02  SR-DEALER-ID            PIC X(05).
007100     02  SR-VIN                  PIC X(17).
007200     02  SR-FY-PROD              PIC 9(04).
007300     02  SR-RECEIPT-DATE         PIC 9(08).
007400     02  SR-SALE-DATE            PIC 9(08).
007500     02  SR-RECALL-STATUS        PIC X(08).
007600     02  SR-CAMP-IDX             PIC 9(03).
007700
007800 WORKING-STORAGE SECTION.
007900 77  CAMPAIGN-EOF-SWITCH         PIC X(01)   VALUE 'N'.
008000     88  CAMPAIGN-EOF                        VALUE 'Y'.
008100 77  VIN-EOF-SWITCH              PIC X(01)   VALUE 'N'.
008200     88  VIN-EOF                             VALUE 'Y'.
008300 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
008400     88  SORT-EOF                            VALUE 'Y'.
008500 77  UNIT-ADDED-SWITCH           PIC X(01)   VALUE 'N'.
008600     88  UNIT-ADDED                          VALUE 'Y'.
008700
008800 77  VINMSTR-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
008900 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
009000 77  WS-NEW-RECALLS              PIC S9(4) COMP VALUE ZERO.
009100
009200 77  TOTAL-UNITS                 PIC S9(8) COMP VALUE ZERO.
009300 77  TOTAL-NEW                   PIC S9(8) COMP VALUE ZERO.
009400 77  TOTAL-OPEN                  PIC S9(8) COMP VALUE ZERO.
009500 77  TOTAL-CLEARED               PIC S9(8) COMP VALUE ZERO.
009600
009700 01  WS-CURRENT-CAMPAIGN         PIC X(06)   VALUE SPACES.
009800 01  WS-CURRENT-GROUP            PIC X(01)   VALUE SPACES.
009900 01  WS-CURRENT-DEALER           PIC X(05)   VALUE SPACES.
010000
010100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
010200 01  FILLER REDEFINES WS-RUN-DATE.
010300     02  WS-RUN-YY               PIC 9(02).
010400     02  WS-RUN-MM               PIC 9(02).
010500     02  WS-RUN-DD               PIC 9(02).
010600 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
010700 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
010800     02  WS-RUN-CCYY             PIC 9(04).
010900     02  WS-RUN-CMM              PIC 9(02).
011000     02  WS-RUN-CDD              PIC 9(02).
011100
011200 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011300
011400* ************************************************************** *
011500* THE CAMPAIGNS, LOADED FROM RCLCAMP IN CAMPAIGN ORDER, WITH THE *
011600* UNIT COUNTS GATHERED FOR EACH DURING THE MATCH.                *
011700* ************************************************************** *
011800 01  CAMPAIGN-TABLE.
011900     02  RCT-MAX                 PIC S9(4) COMP VALUE +100.
012000     02  RCT-COUNT               PIC S9(4) COMP VALUE ZERO.
012100     02  RCT-IDX                 PIC S9(4) COMP VALUE ZERO.
012200     02  RCT-ENTRY OCCURS 100 TIMES.
012300         03  RCT-CAMPAIGN        PIC X(06).
012400         03  RCT-CAR-MAKE        PIC X(16).
012500         03  RCT-CAR-MODEL       PIC X(20).
012600         03  RCT-YEAR-FROM       PIC 9(04).
012700         03  RCT-YEAR-TO         PIC 9(04).
012800         03  RCT-DESCRIPTION     PIC X(21).
012900         03  RCT-ANNOUNCED       PIC 9(08).
013000         03  RCT-UNITS           PIC S9(5) COMP.
013100         03  RCT-NEW             PIC S9(5) COMP.
013200         03  RCT-OPEN            PIC S9(5) COMP.
013300         03  RCT-CLEARED         PIC S9(5) COMP.
013400
013500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013600 01  RECALL-CAMPAIGN-FILE        COPY VSAMIOFB.
013700 01  RECALL-UNIT-FILE            COPY VSAMIOFB.
013800 01  VIN-MASTER-FILE             COPY VSAMIOFB.
013900 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
014000
014100* ************************************************************** *
014200* RECALL CAMPAIGN (DDNAME RCLCAMP, KEYED BY CAMPAIGN NUMBER),    *
014300* MAINTAINED BY RCLMNT.                                          *
014400* ************************************************************** *
014500 01  RECALL-CAMPAIGN-RECORD.
014600     02  RCC-CAMPAIGN            PIC X(06).
014700     02  RCC-CAR-MAKE            PIC X(16).
014800     02  RCC-CAR-MODEL           PIC X(20).
014900     02  RCC-YEAR-FROM           PIC 9(04).
015000     02  RCC-YEAR-TO             PIC 9(04).
015100     02  RCC-DESCRIPTION         PIC X(21).
015200     02  RCC-ANNOUNCED           PIC 9(08).
015300     02  FILLER                  PIC X(21).
015400
015500* ************************************************************** *
015600* RECALL UNIT (DDNAME RCLUNIT, KEYED BY CAMPAIGN NUMBER AND      *
015700* VIN).  WRITTEN OPEN HERE WHEN A UNIT IS FIRST MATCHED AND      *
015800* CLEARED BY RCLCLR.  THE UNIT STATUS AND DEALER ARE REFRESHED   *
015900* FROM VINMSTR ON EVERY MATCH RUN.                               *
016000* ************************************************************** *
016100 01  RECALL-UNIT-RECORD.
016200     02  RCU-KEY.
016300         03  RCU-CAMPAIGN        PIC X(06).
016400         03  RCU-VIN             PIC X(17).
016500     02  RCU-STATUS              PIC X(01).
016600         88  RCU-OPEN                        VALUE 'O'.
016700         88  RCU-CLEARED                     VALUE 'C'.
016800     02  RCU-MATCH-DATE          PIC 9(08).
016900     02  RCU-UNIT-STATUS         PIC X(01).
017000     02  RCU-DEALER-ID           PIC X(05).
017100     02  RCU-CLEAR-DATE          PIC 9(08).
017200     02  RCU-CLEAR-REFERENCE     PIC X(10).
017300     02  FILLER                  PIC X(04).
017400
017500* ************************************************************** *
017600* VIN MASTER (DDNAME VINMSTR), ALSO DESCRIBED IN VINPOST.        *
017700* ************************************************************** *
017800 01  VIN-MASTER-RECORD.
017900     02  VMR-VIN                 PIC X(17).
018000     02  VMR-CAR-MAKE            PIC X(16).
018100     02  VMR-CAR-MODEL           PIC X(20).
018200     02  VMR-FY-PROD             PIC 9(04).
018300     02  VMR-STATUS              PIC X(01).
018400         88  VMR-ON-HAND                     VALUE 'H'.
018500         88  VMR-SOLD                        VALUE 'S'.
018510         88  VMR-WRITTEN-OFF                 VALUE 'W'.
018600     02  VMR-RECEIPT-DATE        PIC 9(08).
018700     02  VMR-SALE-DATE           PIC 9(08).
018800     02  VMR-DEALER-ID           PIC X(05).
018900     02  VMR-OPEN-RECALLS        PIC 9(02).
019000     02  FILLER                  PIC X(09).
019100
019200* ************************************************************** *
019300* DEALER TABLE (DDNAME DLRTBL), ALSO DESCRIBED IN DLRMAINT.      *
019400* ************************************************************** *
019500 01  DEALER-TABLE-RECORD.
019600     02  DLR-ID                  PIC X(05).
019700     02  DLR-NAME                PIC X(25).
019800     02  DLR-REGION              PIC X(10).
019900     02  DLR-CREDIT-LIMIT        PIC X(07).
020000     02  FILLER                  PIC X(03).
020100
020200 01  HEADING-LINE-1.
020300     02  FILLER                  PIC X(44)   VALUE
020400         'RCLMATCH - RECALL CAMPAIGN UNIT MATCH AS OF '.
020500     02  HL-RUN-DATE             PIC 9(08).
020600     02  FILLER                  PIC X(80)   VALUE SPACES.
020700
020800 01  HEADING-LINE-2.
020900     02  FILLER                  PIC X(04)   VALUE SPACES.
021000     02  FILLER                  PIC X(19)   VALUE 'VIN'.
021100     02  FILLER                  PIC X(06)   VALUE 'PROD'.
021200     02  FILLER                  PIC X(10)   VALUE 'RECEIVED'.
021300     02  FILLER                  PIC X(10)   VALUE 'SOLD'.
021400     02  FILLER                  PIC X(10)   VALUE 'RECALL'.
021500     02  FILLER                  PIC X(73)   VALUE 'NOTE'.
021600
021700 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
021800
021900 01  CAMPAIGN-LINE.
022000     02  FILLER                  PIC X(09)   VALUE 'CAMPAIGN '.
022100     02  CL-CAMPAIGN             PIC X(06).
022200     02  FILLER                  PIC X(02)   VALUE SPACES.
022300     02  CL-CAR-MAKE             PIC X(16).
022400     02  FILLER                  PIC X(01)   VALUE SPACES.
022500     02  CL-CAR-MODEL            PIC X(20).
022600     02  FILLER                  PIC X(08)   VALUE '  YEARS '.
022700     02  CL-YEAR-FROM            PIC 9(04).
022800     02  FILLER                  PIC X(01)   VALUE '-'.
022900     02  CL-YEAR-TO              PIC 9(04).
023000     02  FILLER                  PIC X(12)   VALUE '  ANNOUNCED '.
023100     02  CL-ANNOUNCED            PIC 9(08).
023200     02  FILLER                  PIC X(02)   VALUE SPACES.
023300     02  CL-DESCRIPTION          PIC X(21).
023400     02  FILLER                  PIC X(18)   VALUE SPACES.
023500
023600 01  GROUP-LINE.
023700     02  FILLER                  PIC X(02)   VALUE SPACES.
023800     02  GL-TEXT                 PIC X(20).
023900     02  GL-DEALER-ID            PIC X(05).
024000     02  FILLER                  PIC X(02)   VALUE SPACES.
024100     02  GL-DEALER-NAME          PIC X(25).
024200     02  FILLER                  PIC X(02)   VALUE SPACES.
024300     02  GL-REGION               PIC X(10).
024400     02  FILLER                  PIC X(66)   VALUE SPACES.
024500
024600 01  DETAIL-LINE.
024700     02  FILLER                  PIC X(04)   VALUE SPACES.
024800     02  DL-VIN                  PIC X(17).
024900     02  FILLER                  PIC X(02)   VALUE SPACES.
025000     02  DL-FY-PROD              PIC 9(04).
025100     02  FILLER                  PIC X(02)   VALUE SPACES.
025200     02  DL-RECEIPT-DATE         PIC 9(08).
025300     02  FILLER                  PIC X(02)   VALUE SPACES.
025400     02  DL-SALE-DATE            PIC X(08).
025500     02  FILLER                  PIC X(02)   VALUE SPACES.
025600     02  DL-RECALL-STATUS        PIC X(08).
025700     02  FILLER                  PIC X(02)   VALUE SPACES.
025800     02  DL-NOTE                 PIC X(12).
025900     02  FILLER                  PIC X(61)   VALUE SPACES.
026000
026100 01  TOTAL-LINE.
026200     02  TL-LABEL                PIC X(24).
026300     02  FILLER                  PIC X(06)   VALUE 'UNITS '.
026400     02  TL-UNITS                PIC ZZZ,ZZ9.
026500     02  FILLER                  PIC X(06)   VALUE '  NEW '.
026600     02  TL-NEW                  PIC ZZZ,ZZ9.
026700     02  FILLER                  PIC X(07)   VALUE '  OPEN '.
026800     02  TL-OPEN                 PIC ZZZ,ZZ9.
026900     02  FILLER                  PIC X(10)   VALUE '  CLEARED '.
027000     02  TL-CLEARED              PIC ZZZ,ZZ9.
027100     02  FILLER                  PIC X(51)   VALUE SPACES.
027200
027300 PROCEDURE DIVISION.
027400
027500 000-INITIATE.
027600
027700     ACCEPT WS-RUN-DATE FROM DATE.
027800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
027900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
028000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
028100     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
028200     MOVE WS-RUN-MM TO WS-RUN-CMM.
028300     MOVE WS-RUN-DD TO WS-RUN-CDD.
028400
028500     OPEN OUTPUT REPORT-FILE.
028600     MOVE WS-RUN-CCYYMMDD TO HL-RUN-DATE.
028700     WRITE REPORT-LINE FROM HEADING-LINE-1.
028800     WRITE REPORT-LINE FROM BLANK-LINE.
028900     WRITE REPORT-LINE FROM HEADING-LINE-2.
029000
029100     PERFORM 030-LOAD-CAMPAIGNS THRU 039-EXIT.
029200     PERFORM 040-OPEN-UNIT-FILES THRU 049-EXIT.
029300
029400 010-PROCESS.
029500
029600     SORT SORT-WORK-FILE
029700         ON ASCENDING KEY SR-CAMPAIGN
029800                          SR-GROUP
029900                          SR-DEALER-ID
030000                          SR-VIN
030100         INPUT PROCEDURE IS 100-MATCH-UNITS
030200         OUTPUT PROCEDURE IS 200-PRINT-CAMPAIGNS.
030300
030400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030600                         RECALL-UNIT-FILE,
030700                         RECALL-UNIT-RECORD.
030800*    END-CALL.
030900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031000                         VIN-MASTER-FILE,
031100                         VIN-MASTER-RECORD.
031200*    END-CALL.
031300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031400                         DEALER-TABLE-FILE,
031500                         DEALER-TABLE-RECORD.
031600*    END-CALL.
031700
031800 020-TERMINATE.
031900
032000     WRITE REPORT-LINE FROM BLANK-LINE.
032100     MOVE 'GRAND TOTALS' TO TL-LABEL.
032200     MOVE TOTAL-UNITS TO TL-UNITS.
032300     MOVE TOTAL-NEW TO TL-NEW.
032400     MOVE TOTAL-OPEN TO TL-OPEN.
032500     MOVE TOTAL-CLEARED TO TL-CLEARED.
032600     WRITE REPORT-LINE FROM TOTAL-LINE.
032700     CLOSE REPORT-FILE.
032800
032900     IF ERROR-COUNTER GREATER THAN ZERO
033000         MOVE +8 TO RETURN-CODE.
033100*    END-IF.
033200
033300     DISPLAY 'RCLMATCH: CAMPAIGNS:          ' RCT-COUNT.
033400     DISPLAY 'RCLMATCH: VINMSTR UNITS READ: '
033500         VINMSTR-READ-COUNTER.
033600     DISPLAY 'RCLMATCH: UNITS MATCHED:      ' TOTAL-UNITS.
033700     DISPLAY 'RCLMATCH: NEWLY RECALLED:     ' TOTAL-NEW.
033800     DISPLAY 'RCLMATCH: ERRORS:             ' ERROR-COUNTER.
033900     STOP RUN.
034000
034100* ************************************************************** *
034200* LOADS THE CAMPAIGN TABLE FROM ONE SEQUENTIAL PASS OF RCLCAMP.  *
034300* ************************************************************** *
034400 030-LOAD-CAMPAIGNS.
034500
034600     MOVE 'RCLCAMP' TO VSIO-DDNAME OF RECALL-CAMPAIGN-FILE.
034700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RECALL-CAMPAIGN-FILE.
034800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF RECALL-CAMPAIGN-FILE.
034900     MOVE VSIO-INPUT TO VSIO-MODE OF RECALL-CAMPAIGN-FILE.
035000     MOVE +100 TO VSIO-RECORD-LENGTH OF RECALL-CAMPAIGN-FILE.
035100     MOVE +0 TO VSIO-KEY-POSITION OF RECALL-CAMPAIGN-FILE.
035200     MOVE +6 TO VSIO-KEY-LENGTH OF RECALL-CAMPAIGN-FILE.
035300     MOVE VSIO-OPEN TO VSIO-COMMAND.
035400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035500                         RECALL-CAMPAIGN-FILE,
035600                         RECALL-CAMPAIGN-RECORD.
035700*    END-CALL.
035800     IF NOT VSIO-SUCCESS
035900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036000         MOVE +8 TO RETURN-CODE
036100         STOP RUN.
036200*    END-IF.
036300
036400     PERFORM 035-LOAD-ONE-CAMPAIGN
036500        THRU 035-EXIT
036600       UNTIL CAMPAIGN-EOF.
036700*    END-PERFORM.
036800
036900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037100                         RECALL-CAMPAIGN-FILE,
037200                         RECALL-CAMPAIGN-RECORD.
037300*    END-CALL.
037400
037500 039-EXIT.
037600     EXIT.
037700
037800 035-LOAD-ONE-CAMPAIGN.
037900
038000     MOVE VSIO-READ TO VSIO-COMMAND.
038100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038200                         RECALL-CAMPAIGN-FILE,
038300                         RECALL-CAMPAIGN-RECORD.
038400*    END-CALL.
038500     IF NOT VSIO-SUCCESS
038600         IF VSIO-END-OF-FILE
038700             MOVE 'Y' TO CAMPAIGN-EOF-SWITCH
038800             GO TO 035-EXIT
038900         ELSE
039000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039100             ADD +1 TO ERROR-COUNTER
039200             MOVE 'Y' TO CAMPAIGN-EOF-SWITCH
039300             GO TO 035-EXIT.
039400*        END-IF
039500*    END-IF.
039600
039700     IF RCT-COUNT NOT LESS THAN RCT-MAX
039800         DISPLAY 'RCLMATCH: CAMPAIGN TABLE FULL, NOT MATCHED: '
039900             RCC-CAMPAIGN
040000         ADD +1 TO ERROR-COUNTER
040100         GO TO 035-EXIT.
040200*    END-IF.
040300
040400     ADD 1 TO RCT-COUNT.
040500     MOVE RCT-COUNT TO RCT-IDX.
040600     MOVE RCC-CAMPAIGN TO RCT-CAMPAIGN (RCT-IDX).
040700     MOVE RCC-CAR-MAKE TO RCT-CAR-MAKE (RCT-IDX).
040800     MOVE RCC-CAR-MODEL TO RCT-CAR-MODEL (RCT-IDX).
040900     MOVE RCC-YEAR-FROM TO RCT-YEAR-FROM (RCT-IDX).
041000     MOVE RCC-YEAR-TO TO RCT-YEAR-TO (RCT-IDX).
041100     MOVE RCC-DESCRIPTION TO RCT-DESCRIPTION (RCT-IDX).
041200     MOVE RCC-ANNOUNCED TO RCT-ANNOUNCED (RCT-IDX).
041300     MOVE ZERO TO RCT-UNITS (RCT-IDX).
041400     MOVE ZERO TO RCT-NEW (RCT-IDX).
041500     MOVE ZERO TO RCT-OPEN (RCT-IDX).
041600     MOVE ZERO TO RCT-CLEARED (RCT-IDX).
041700
041800 035-EXIT.
041900     EXIT.
042000
042100* ************************************************************** *
042200* OPENS VINMSTR FOR A PASS IN KEY ORDER WITH REWRITE, RCLUNIT    *
042300* FOR KEYED UPDATE AND DLRTBL FOR KEYED LOOKUP.                  *
042400* ************************************************************** *
042500 040-OPEN-UNIT-FILES.
042600
042700     MOVE 'VINMSTR' TO VSIO-DDNAME OF VIN-MASTER-FILE.
042800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF VIN-MASTER-FILE.
042900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF VIN-MASTER-FILE.
043000     MOVE VSIO-I-O TO VSIO-MODE OF VIN-MASTER-FILE.
043100     MOVE +90 TO VSIO-RECORD-LENGTH OF VIN-MASTER-FILE.
043200     MOVE +0 TO VSIO-KEY-POSITION OF VIN-MASTER-FILE.
043300     MOVE +17 TO VSIO-KEY-LENGTH OF VIN-MASTER-FILE.
043400     MOVE VSIO-OPEN TO VSIO-COMMAND.
043500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043600                         VIN-MASTER-FILE,
043700                         VIN-MASTER-RECORD.
043800*    END-CALL.
043900     IF NOT VSIO-SUCCESS
044000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044100         MOVE +8 TO RETURN-CODE
044200         STOP RUN.
044300*    END-IF.
044400
044500     MOVE 'RCLUNIT' TO VSIO-DDNAME OF RECALL-UNIT-FILE.
044600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RECALL-UNIT-FILE.
044700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RECALL-UNIT-FILE.
044800     MOVE VSIO-I-O TO VSIO-MODE OF RECALL-UNIT-FILE.
044900     MOVE +60 TO VSIO-RECORD-LENGTH OF RECALL-UNIT-FILE.
045000     MOVE +0 TO VSIO-KEY-POSITION OF RECALL-UNIT-FILE.
045100     MOVE +23 TO VSIO-KEY-LENGTH OF RECALL-UNIT-FILE.
045200     MOVE VSIO-OPEN TO VSIO-COMMAND.
045300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045400                         RECALL-UNIT-FILE,
045500                         RECALL-UNIT-RECORD.
045600*    END-CALL.
045700     IF NOT VSIO-SUCCESS
045800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
045900         MOVE +8 TO RETURN-CODE
046000         STOP RUN.
046100*    END-IF.
046200
046300     MOVE 'DLRTBL' TO VSIO-DDNAME OF DEALER-TABLE-FILE.
046400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-TABLE-FILE.
046500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-TABLE-FILE.
046600     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-TABLE-FILE.
046700     MOVE +50 TO VSIO-RECORD-LENGTH OF DEALER-TABLE-FILE.
046800     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-TABLE-FILE.
046900     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-TABLE-FILE.
047000     MOVE VSIO-OPEN TO VSIO-COMMAND.
047100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047200                         DEALER-TABLE-FILE,
047300                         DEALER-TABLE-RECORD.
047400*    END-CALL.
047500     IF NOT VSIO-SUCCESS
047600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047700         MOVE +8 TO RETURN-CODE
047800         STOP RUN.
047900*    END-IF.
048000
048100 049-EXIT.
048200     EXIT.
048300
048400* ************************************************************** *
048500* SORT INPUT PROCEDURE - RELEASES A HEADER FOR EVERY CAMPAIGN,   *
048600* THEN MAKES ONE PASS OF VINMSTR MATCHING EACH UNIT AGAINST      *
048700* EVERY CAMPAIGN IN THE TABLE.                                   *
048800* ************************************************************** *
048900 100-MATCH-UNITS SECTION.
049000
049100 100-MATCH-UNITS-PARA.
049200
049300     PERFORM 105-RELEASE-CAMPAIGN
049400        THRU 105-PARA-EXIT
049500     VARYING RCT-IDX FROM 1 BY 1
049600       UNTIL RCT-IDX GREATER THAN RCT-COUNT.
049700*    END-PERFORM.
049800
049900     IF RCT-COUNT EQUAL ZERO
050000         GO TO 199-EXIT.
050100*    END-IF.
050200
050300     MOVE SPACES TO VIN-MASTER-RECORD.
050400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
050500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050600                         VIN-MASTER-FILE,
050700                         VIN-MASTER-RECORD.
050800*    END-CALL.
050900     IF NOT VSIO-SUCCESS
051000         IF VSIO-RECORD-NOT-FOUND
051100         OR VSIO-END-OF-FILE
051200             MOVE +0 TO VSIO-RETURN-CODE
051300             GO TO 199-EXIT
051400         ELSE
051500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051600             ADD +1 TO ERROR-COUNTER
051700             GO TO 199-EXIT.
051800*        END-IF
051900*    END-IF.
052000
052100     PERFORM 110-MATCH-ONE-UNIT
052200        THRU 119-PARA-EXIT
052300       UNTIL VIN-EOF.
052400*    END-PERFORM.
052500     GO TO 199-EXIT.
052600
052700 105-RELEASE-CAMPAIGN.
052800
052900     MOVE SPACES TO SORT-RECORD.
053000     MOVE RCT-CAMPAIGN (RCT-IDX) TO SR-CAMPAIGN.
053100     MOVE '0' TO SR-GROUP.
053200     MOVE ZERO TO SR-FY-PROD.
053300     MOVE ZERO TO SR-RECEIPT-DATE.
053400     MOVE ZERO TO SR-SALE-DATE.
053500     MOVE RCT-IDX TO SR-CAMP-IDX.
053600     RELEASE SORT-RECORD.
053700
053800 105-PARA-EXIT.
053900     EXIT.
054000
054100* ************************************************************** *
054200* READS THE NEXT VINMSTR UNIT AND MATCHES IT AGAINST EVERY       *
054300* CAMPAIGN.  ANY CAMPAIGNS NEWLY MATCHED ARE ADDED TO THE        *
054400* UNIT'S OPEN RECALL COUNT.  A UNIT WRITTEN OFF BY A PHYSICAL    *
054410* COUNT IS NO LONGER IN STOCK OR IN A DEALER'S HANDS AND IS      *
054420* SKIPPED.                                                       *
054500* ************************************************************** *
054600 110-MATCH-ONE-UNIT.
054700
054800     MOVE SPACES TO VIN-MASTER-RECORD.
054900     MOVE VSIO-READ TO VSIO-COMMAND.
055000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055100                         VIN-MASTER-FILE,
055200                         VIN-MASTER-RECORD.
055300*    END-CALL.
055400     IF NOT VSIO-SUCCESS
055500         IF VSIO-END-OF-FILE
055600             MOVE 'Y' TO VIN-EOF-SWITCH
055700             GO TO 119-PARA-EXIT
055800         ELSE
055900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056000             ADD +1 TO ERROR-COUNTER
056100             MOVE 'Y' TO VIN-EOF-SWITCH
056200             GO TO 119-PARA-EXIT.
056300*        END-IF
056400*    END-IF.
056500
056600     ADD +1 TO VINMSTR-READ-COUNTER.
056700     IF VMR-FY-PROD NOT NUMERIC
056710     OR VMR-WRITTEN-OFF
056800         GO TO 119-PARA-EXIT.
056900*    END-IF.
057000
057100     MOVE ZERO TO WS-NEW-RECALLS.
057200     PERFORM 120-MATCH-CAMPAIGN
057300        THRU 129-PARA-EXIT
057400     VARYING RCT-IDX FROM 1 BY 1
057500       UNTIL RCT-IDX GREATER THAN RCT-COUNT.
057600*    END-PERFORM.
057700
057800     IF WS-NEW-RECALLS EQUAL ZERO
057900         GO TO 119-PARA-EXIT.
058000*    END-IF.
058100
058200     IF VMR-OPEN-RECALLS NOT NUMERIC
058300         MOVE ZERO TO VMR-OPEN-RECALLS.
058400*    END-IF.
058500     ADD WS-NEW-RECALLS TO VMR-OPEN-RECALLS.
058600     MOVE VSIO-REWRITE TO VSIO-COMMAND.
058700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058800                         VIN-MASTER-FILE,
058900                         VIN-MASTER-RECORD.
059000*    END-CALL.
059100     IF NOT VSIO-SUCCESS
059200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059300         ADD +1 TO ERROR-COUNTER
059400         MOVE +0 TO VSIO-RETURN-CODE.
059500*    END-IF.
059600
059700 119-PARA-EXIT.
059800     EXIT.
059900
060000* ************************************************************** *
060100* MATCHES THE UNIT AGAINST ONE CAMPAIGN.  AN EXISTING RECALL     *
060200* UNIT IS REPORTED AS IT STANDS; OTHERWISE ONE IS WRITTEN OPEN.  *
060300* ************************************************************** *
060400 120-MATCH-CAMPAIGN.
060500
060600     IF VMR-CAR-MAKE NOT EQUAL RCT-CAR-MAKE (RCT-IDX)
060700     OR VMR-CAR-MODEL NOT EQUAL RCT-CAR-MODEL (RCT-IDX)
060800     OR VMR-FY-PROD LESS THAN RCT-YEAR-FROM (RCT-IDX)
060900     OR VMR-FY-PROD GREATER THAN RCT-YEAR-TO (RCT-IDX)
061000         GO TO 129-PARA-EXIT.
061100*    END-IF.
061200
061300     MOVE 'N' TO UNIT-ADDED-SWITCH.
061400     MOVE SPACES TO RECALL-UNIT-RECORD.
061500     MOVE RCT-CAMPAIGN (RCT-IDX) TO RCU-CAMPAIGN.
061600     MOVE VMR-VIN TO RCU-VIN.
061700     MOVE VSIO-READ TO VSIO-COMMAND.
061800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061900                         RECALL-UNIT-FILE,
062000                         RECALL-UNIT-RECORD.
062100*    END-CALL.
062200     IF VSIO-SUCCESS
062300         PERFORM 130-REFRESH-RECALL-UNIT THRU 139-PARA-EXIT
062400     ELSE
062500         IF VSIO-RECORD-NOT-FOUND
062600             MOVE +0 TO VSIO-RETURN-CODE
062700             PERFORM 140-ADD-RECALL-UNIT THRU 149-PARA-EXIT
062800         ELSE
062900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
063000             ADD +1 TO ERROR-COUNTER
063100             GO TO 129-PARA-EXIT.
063200*        END-IF
063300*    END-IF.
063400
063500     ADD 1 TO RCT-UNITS (RCT-IDX).
063600     MOVE SPACES TO SORT-RECORD.
063700     MOVE RCT-CAMPAIGN (RCT-IDX) TO SR-CAMPAIGN.
063800     IF VMR-SOLD
063900         MOVE '2' TO SR-GROUP
064000         MOVE VMR-DEALER-ID TO SR-DEALER-ID
064100     ELSE
064200         MOVE '1' TO SR-GROUP.
064300*    END-IF.
064400     MOVE VMR-VIN TO SR-VIN.
064500     MOVE VMR-FY-PROD TO SR-FY-PROD.
064600     MOVE VMR-RECEIPT-DATE TO SR-RECEIPT-DATE.
064700     MOVE VMR-SALE-DATE TO SR-SALE-DATE.
064800     MOVE RCT-IDX TO SR-CAMP-IDX.
064900     IF RCU-CLEARED
065000         MOVE 'CLEARED' TO SR-RECALL-STATUS
065100         ADD 1 TO RCT-CLEARED (RCT-IDX)
065200     ELSE
065300         ADD 1 TO RCT-OPEN (RCT-IDX)
065400         IF UNIT-ADDED
065500             MOVE 'NEW' TO SR-RECALL-STATUS
065600         ELSE
065700             MOVE 'OPEN' TO SR-RECALL-STATUS.
065800*        END-IF
065900*    END-IF.
066000     RELEASE SORT-RECORD.
066100
066200 129-PARA-EXIT.
066300     EXIT.
066400
066500* ************************************************************** *
066600* KEEPS THE UNIT STATUS AND SELLING DEALER ON THE RECALL UNIT    *
066700* CURRENT WITH VINMSTR, FOR UNITS SOLD SINCE THEY WERE MATCHED.  *
066800* ************************************************************** *
066900 130-REFRESH-RECALL-UNIT.
067000
067100     IF RCU-UNIT-STATUS EQUAL VMR-STATUS
067200     AND RCU-DEALER-ID EQUAL VMR-DEALER-ID
067300         GO TO 139-PARA-EXIT.
067400*    END-IF.
067500
067600     MOVE VMR-STATUS TO RCU-UNIT-STATUS.
067700     MOVE VMR-DEALER-ID TO RCU-DEALER-ID.
067800     MOVE VSIO-REWRITE TO VSIO-COMMAND.
067900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068000                         RECALL-UNIT-FILE,
068100                         RECALL-UNIT-RECORD.
068200*    END-CALL.
068300     IF NOT VSIO-SUCCESS
068400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
068500         ADD +1 TO ERROR-COUNTER
068600         MOVE +0 TO VSIO-RETURN-CODE.
068700*    END-IF.
068800
068900 139-PARA-EXIT.
069000     EXIT.
069100
069200 140-ADD-RECALL-UNIT.
069300
069400     MOVE SPACES TO RECALL-UNIT-RECORD.
069500     MOVE RCT-CAMPAIGN (RCT-IDX) TO RCU-CAMPAIGN.
069600     MOVE VMR-VIN TO RCU-VIN.
069700     MOVE 'O' TO RCU-STATUS.
069800     MOVE WS-RUN-CCYYMMDD TO RCU-MATCH-DATE.
069900     MOVE VMR-STATUS TO RCU-UNIT-STATUS.
070000     MOVE VMR-DEALER-ID TO RCU-DEALER-ID.
070100     MOVE ZERO TO RCU-CLEAR-DATE.
070200     MOVE VSIO-WRITE TO VSIO-COMMAND.
070300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070400                         RECALL-UNIT-FILE,
070500                         RECALL-UNIT-RECORD.
070600*    END-CALL.
070700     IF NOT VSIO-SUCCESS
070800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
070900         ADD +1 TO ERROR-COUNTER
071000         MOVE +0 TO VSIO-RETURN-CODE
071100         GO TO 149-PARA-EXIT.
071200*    END-IF.
071300
071400     MOVE 'Y' TO UNIT-ADDED-SWITCH.
071500     ADD 1 TO WS-NEW-RECALLS.
071600     ADD 1 TO RCT-NEW (RCT-IDX).
071700
071800 149-PARA-EXIT.
071900     EXIT.
072000
072100 199-EXIT.
072200     EXIT.
072300
072400* ************************************************************** *
072500* SORT OUTPUT PROCEDURE - PRINTS EACH CAMPAIGN: ITS UNITS ON     *
072600* HAND, THEN ITS SOLD UNITS BY DEALER, THEN ITS TOTALS.          *
072700* ************************************************************** *
072800 200-PRINT-CAMPAIGNS SECTION.
072900
073000 200-PRINT-CAMPAIGNS-PARA.
073100
073200     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
073300     PERFORM 210-PRINT-ONE-CAMPAIGN
073400        THRU 219-PARA-EXIT
073500       UNTIL SORT-EOF.
073600*    END-PERFORM.
073700     GO TO 299-EXIT.
073800
073900* ************************************************************** *
074000* SORT-RECORD HOLDS THE CAMPAIGN'S HEADER RECORD ON ENTRY, AND   *
074100* THE FIRST RECORD OF THE NEXT CAMPAIGN ON EXIT.                 *
074200* ************************************************************** *
074300 210-PRINT-ONE-CAMPAIGN.
074400
074500     MOVE SR-CAMP-IDX TO RCT-IDX.
074600     MOVE SR-CAMPAIGN TO WS-CURRENT-CAMPAIGN.
074700     MOVE SPACES TO WS-CURRENT-GROUP.
074800     MOVE SPACES TO WS-CURRENT-DEALER.
074900
075000     MOVE RCT-CAMPAIGN (RCT-IDX) TO CL-CAMPAIGN.
075100     MOVE RCT-CAR-MAKE (RCT-IDX) TO CL-CAR-MAKE.
075200     MOVE RCT-CAR-MODEL (RCT-IDX) TO CL-CAR-MODEL.
075300     MOVE RCT-YEAR-FROM (RCT-IDX) TO CL-YEAR-FROM.
075400     MOVE RCT-YEAR-TO (RCT-IDX) TO CL-YEAR-TO.
075500     MOVE RCT-ANNOUNCED (RCT-IDX) TO CL-ANNOUNCED.
075600     MOVE RCT-DESCRIPTION (RCT-IDX) TO CL-DESCRIPTION.
075700     WRITE REPORT-LINE FROM BLANK-LINE.
075800     WRITE REPORT-LINE FROM CAMPAIGN-LINE.
075900
076000     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
076100     PERFORM 220-PRINT-ONE-UNIT
076200        THRU 229-PARA-EXIT
076300       UNTIL SORT-EOF
076400          OR SR-CAMPAIGN NOT EQUAL WS-CURRENT-CAMPAIGN.
076500*    END-PERFORM.
076600
076700     IF RCT-UNITS (RCT-IDX) EQUAL ZERO
076800         MOVE SPACES TO GROUP-LINE
076900         MOVE 'NO UNITS IN RANGE' TO GL-TEXT
077000         WRITE REPORT-LINE FROM GROUP-LINE.
077100*    END-IF.
077200
077300     MOVE '  CAMPAIGN TOTALS' TO TL-LABEL.
077400     MOVE RCT-UNITS (RCT-IDX) TO TL-UNITS.
077500     MOVE RCT-NEW (RCT-IDX) TO TL-NEW.
077600     MOVE RCT-OPEN (RCT-IDX) TO TL-OPEN.
077700     MOVE RCT-CLEARED (RCT-IDX) TO TL-CLEARED.
077800     WRITE REPORT-LINE FROM TOTAL-LINE.
077900
078000     ADD RCT-UNITS (RCT-IDX) TO TOTAL-UNITS.
078100     ADD RCT-NEW (RCT-IDX) TO TOTAL-NEW.
078200     ADD RCT-OPEN (RCT-IDX) TO TOTAL-OPEN.
078300     ADD RCT-CLEARED (RCT-IDX) TO TOTAL-CLEARED.
078400
078500 219-PARA-EXIT.
078600     EXIT.
078700
078800 215-RETURN-UNIT.
078900
079000     RETURN SORT-WORK-FILE
079100         AT END
079200             MOVE 'Y' TO SORT-EOF-SWITCH.
079300*    END-RETURN.
079400
079500 215-PARA-EXIT.
079600     EXIT.
079700
079800* ************************************************************** *
079900* PRINTS ONE MATCHED UNIT, STARTING A NEW GROUP HEADING WHEN THE *
080000* GROUP OR THE SELLING DEALER CHANGES.  A UNIT ON HAND WITH THE  *
080100* RECALL STILL OPEN IS NOT SELLABLE.                             *
080200* ************************************************************** *
080300 220-PRINT-ONE-UNIT.
080400
080500     IF SR-GROUP NOT EQUAL WS-CURRENT-GROUP
080600         MOVE SR-GROUP TO WS-CURRENT-GROUP
080700         MOVE HIGH-VALUES TO WS-CURRENT-DEALER
080800         IF SR-UNIT-ON-HAND
080900             MOVE SPACES TO GROUP-LINE
081000             MOVE 'UNITS ON HAND' TO GL-TEXT
081100             WRITE REPORT-LINE FROM GROUP-LINE.
081200*        END-IF
081300*    END-IF.
081400
081500     IF SR-UNIT-SOLD
081600     AND SR-DEALER-ID NOT EQUAL WS-CURRENT-DEALER
081700         MOVE SR-DEALER-ID TO WS-CURRENT-DEALER
081800         PERFORM 230-GET-DEALER THRU 239-PARA-EXIT
081900         WRITE REPORT-LINE FROM GROUP-LINE.
082000*    END-IF.
082100
082200     MOVE SR-VIN TO DL-VIN.
082300     MOVE SR-FY-PROD TO DL-FY-PROD.
082400     MOVE SR-RECEIPT-DATE TO DL-RECEIPT-DATE.
082500     MOVE SR-RECALL-STATUS TO DL-RECALL-STATUS.
082600     IF SR-UNIT-SOLD
082700         MOVE SR-SALE-DATE TO DL-SALE-DATE
082800         MOVE SPACES TO DL-NOTE
082900     ELSE
083000         MOVE SPACES TO DL-SALE-DATE
083100         IF SR-RECALL-STATUS EQUAL 'CLEARED'
083200             MOVE SPACES TO DL-NOTE
083300         ELSE
083400             MOVE 'NOT SELLABLE' TO DL-NOTE.
083500*        END-IF
083600*    END-IF.
083700     WRITE REPORT-LINE FROM DETAIL-LINE.
083800
083900     PERFORM 215-RETURN-UNIT THRU 215-PARA-EXIT.
084000
084100 229-PARA-EXIT.
084200     EXIT.
084300
084400* ************************************************************** *
084500* BUILDS THE SOLD-UNITS HEADING FOR THE DEALER IN SR-DEALER-ID,  *
084600* WITH THE DEALER'S NAME AND REGION FROM DLRTBL.                 *
084700* ************************************************************** *
084800 230-GET-DEALER.
084900
085000     MOVE SPACES TO GROUP-LINE.
085100     MOVE 'SOLD BY DEALER' TO GL-TEXT.
085200     MOVE SR-DEALER-ID TO GL-DEALER-ID.
085300
085400     IF SR-DEALER-ID EQUAL SPACES
085500         MOVE '*** DEALER NOT RECORDED ***' TO GL-DEALER-NAME
085600         GO TO 239-PARA-EXIT.
085700*    END-IF.
085800
085900     MOVE SPACES TO DEALER-TABLE-RECORD.
086000     MOVE SR-DEALER-ID TO DLR-ID.
086100     MOVE VSIO-READ TO VSIO-COMMAND.
086200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
086300                         DEALER-TABLE-FILE,
086400                         DEALER-TABLE-RECORD.
086500*    END-CALL.
086600     IF NOT VSIO-SUCCESS
086700         IF NOT VSIO-RECORD-NOT-FOUND
086800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
086900             ADD +1 TO ERROR-COUNTER
087000         END-IF
087100         MOVE +0 TO VSIO-RETURN-CODE
087200         MOVE '*** NOT ON DLRTBL ***' TO GL-DEALER-NAME
087300         GO TO 239-PARA-EXIT.
087400*    END-IF.
087500
087600     MOVE DLR-NAME TO GL-DEALER-NAME.
087700     MOVE DLR-REGION TO GL-REGION.
087800
087900 239-PARA-EXIT.
088000     EXIT.
088100
088200 299-EXIT.
088300     EXIT.
088400
088500* ************************************************************** *
088600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
088700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
088800* PROGRAM IN THIS SUITE.                                         *
088900* ************************************************************** *
089000 500-DISPLAY-UNKNOWN-ERROR SECTION.
089100
089200 500-DISPLAY-PARA.
089300
089400     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
089500     EXHIBIT NAMED VSIO-RETURN-CODE.
089600     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
089700                   VSIO-VSAM-FUNCTION-CODE,
089800                   VSIO-VSAM-FEEDBACK-CODE.
089900
090000 509-EXIT.
090100     EXIT.
