000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RBTCALC.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* QUARTERLY DEALER VOLUME REBATE RUN.  THE QUARTER'S POSTED     *
000900* TRANSACTION FEED (UT-S-CARS, THE POSTED GENERATIONS OF THE    *
001000* QUARTER CONCATENATED, AS FOR DLRSTMT) IS SUMMARIZED BY DEALER *
001100* AND MAKE INTO NET SALES: UNITS SOLD TO THE DEALER LESS UNITS  *
001200* RECEIVED BACK FROM IT.  EACH MAKE'S NET SALES ARE MEASURED    *
001300* AGAINST THAT MAKE'S PROGRAM FOR THE QUARTER ON THE RBTPGM     *
001400* CLUSTER RBTMNT MAINTAINS; EVERY NET UNIT IS PAID AT THE RATE  *
001500* OF THE HIGHEST TIER REACHED.  A MAKE WITH NO PROGRAM, OR NET  *
001600* SALES BELOW TIER 1, EARNS NOTHING.                            *
001700*                                                               *
001800* ONE REBATE STATEMENT PRINTS PER DEALER (UT-S-RBTSTMT) WITH    *
001900* THE NAME AND REGION FROM DLRTBL.  THE DEALER'S TOTAL REBATE   *
002000* IS CREDITED TO ITS BALANCE ON THE DEALER BALANCE CLUSTER      *
002100* (DDNAME DLRBAL) THE SAME WAY DLRPAY APPLIES A PAYMENT --      *
002200* OLDEST OPEN INVOICE FIRST, ANY EXCESS LEFT AS A CREDIT        *
002300* BALANCE -- ONCE PER QUARTER: THE QUARTER CREDITED IS KEPT ON  *
002400* THE BALANCE RECORD SO A RERUN CANNOT PAY A DEALER TWICE.      *
002500* SYSPRINT CARRIES THE REBATE REGISTER BY DEALER AND THE        *
002600* SUMMARY OF REBATE COST BY MAKE FOR FINANCE.                   *
002700*                                                               *
002800* SYSIN CARD:                                                   *
002900*   COL  1-6   QUARTER, CCYYQN (E.G. 2026Q4) -- REQUIRED        *
003000*   COL  8     'T' FOR A TRIAL RUN: STATEMENTS AND REPORTS      *
003100*              PRINT BUT NOTHING IS CREDITED TO DLRBAL          *
003200*                                                               *
003300* RETURN CODE 8 WITHOUT A VALID QUARTER, ON A VSAMIO ERROR OR   *
003400* WHEN A TABLE OVERFLOWS.                                       *
003500*                                                               *
003600* MODIFICATION HISTORY.                                         *
003700*   DATE       INIT  DESCRIPTION                                *
003800*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003900* ************************************************************* *
004000
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800
004900     SELECT CONTROL-CARD-FILE
005000         ASSIGN TO UT-S-SYSIN.
005100
005200     SELECT TRANSACTION-DATA
005300         ASSIGN TO UT-S-CARS.
005400
005500     SELECT STATEMENT-FILE
005600         ASSIGN TO UT-S-RBTSTMT.
005700
005800     SELECT REPORT-FILE
005900         ASSIGN TO UR-1403-S-SYSPRINT.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CONTROL-CARD-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 80 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS CONTROL-CARD-RECORD.
006800 01  CONTROL-CARD-RECORD.
006900     02  CC-QUARTER.
007000         03  CC-QTR-CCYY         PIC 9(04).
007100         03  CC-QTR-LETTER       PIC X(01).
007200         03  CC-QTR-NUMBER       PIC X(01).
007300             88  CC-QTR-VALID            VALUE '1' THRU '4'.
007400     02  FILLER                  PIC X(01).
007500     02  CC-TRIAL                PIC X(01).
007600         88  CC-TRIAL-RUN                VALUE 'T'.
007700     02  FILLER                  PIC X(72).
007800
007900 FD  TRANSACTION-DATA
008000     LABEL RECORDS ARE OMITTED
008100     RECORD CONTAINS 80 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS TRANSACTION-RECORD.
008400 01  TRANSACTION-RECORD.
008500     02  TR-CAR-MAKE             PIC X(16).
008600     02  TR-CAR-MODEL            PIC X(20).
008700     02  TR-FY-PROD              PIC 9(04).
008800     02  TR-TRAN-CODE            PIC X(01).
008900         88  TR-RECEIPT                  VALUE 'R'.
009000         88  TR-SALE                     VALUE 'S'.
009100         88  TR-ADJUSTMENT               VALUE 'A'.
009200         88  TR-LEGACY-RECEIPT           VALUE ' '.
009300     02  TR-QUANTITY-SIGN        PIC X(01).
009400     02  TR-QUANTITY             PIC 9(05).
009500     02  TR-DEALER-ID            PIC X(05).
009600     02  FILLER                  PIC X(28).
009700
009800 FD  STATEMENT-FILE
009900     LABEL RECORDS ARE OMITTED
010000     RECORD CONTAINS 132 CHARACTERS
010100     BLOCK CONTAINS 0 RECORDS
010200     DATA RECORD IS STATEMENT-LINE.
010300 01  STATEMENT-LINE              PIC X(132).
010400
010500 FD  REPORT-FILE
010600     LABEL RECORDS ARE OMITTED
010700     RECORD CONTAINS 132 CHARACTERS
010800     BLOCK CONTAINS 0 RECORDS
010900     DATA RECORD IS REPORT-LINE.
011000 01  REPORT-LINE                 PIC X(132).
011100
011200 WORKING-STORAGE SECTION.
011300 77  FEED-EOF-SW                 PIC X(01)   VALUE 'N'.
011400     88  FEED-EOF                            VALUE 'Y'.
011500 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
011600     88  ENTRY-FOUND                         VALUE 'Y'.
011700 77  NEW-BALANCE-SW              PIC X(01)   VALUE 'N'.
011800     88  NEW-BALANCE                         VALUE 'Y'.
011900 77  PROGRAM-FOUND-SW            PIC X(01)   VALUE 'N'.
012000     88  PROGRAM-FOUND                       VALUE 'Y'.
012100
012200 77  FEED-READ-COUNTER           PIC S9(8) COMP VALUE ZERO.
012300 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
012400 77  STATEMENT-COUNTER           PIC S9(8) COMP VALUE ZERO.
012500 77  CREDITED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012600 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
012700
012800 77  RBT-IDX                     PIC S9(4) COMP VALUE ZERO.
012900 77  RBT-COUNT                   PIC S9(4) COMP VALUE ZERO.
013000 77  RBT-MAX                     PIC S9(4) COMP VALUE +1000.
013100 77  MAK-IDX                     PIC S9(4) COMP VALUE ZERO.
013200 77  MAK-COUNT                   PIC S9(4) COMP VALUE ZERO.
013300 77  MAK-MAX                     PIC S9(4) COMP VALUE +200.
013400 77  SHIFT-IDX                   PIC S9(4) COMP VALUE ZERO.
013500 77  INSERT-AT                   PIC S9(4) COMP VALUE ZERO.
013600 77  TIER-IDX                    PIC S9(4) COMP VALUE ZERO.
013700 77  OPEN-IDX                    PIC S9(4) COMP VALUE ZERO.
013800
013900 77  PREVIOUS-DEALER             PIC X(05)   VALUE LOW-VALUES.
014000
014100 01  WS-NET-UNITS                PIC S9(7) COMP-3 VALUE ZERO.
014200 01  WS-TIER                     PIC S9(1) COMP-3 VALUE ZERO.
014300 01  WS-UNIT-RATE                PIC S9(5)V99 COMP-3 VALUE ZERO.
014400 01  WS-REBATE                   PIC S9(9)V99 COMP-3 VALUE ZERO.
014500 01  WS-APPLY-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
014600
014700 01  DEALER-NET-UNITS            PIC S9(7) COMP-3 VALUE ZERO.
014800 01  DEALER-REBATE               PIC S9(9)V99 COMP-3 VALUE ZERO.
014900 01  GRAND-NET-UNITS             PIC S9(7) COMP-3 VALUE ZERO.
015000 01  GRAND-REBATE                PIC S9(9)V99 COMP-3 VALUE ZERO.
015100 01  GRAND-CREDITED              PIC S9(9)V99 COMP-3 VALUE ZERO.
015200
015300 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
015400 01  FILLER REDEFINES WS-RUN-DATE.
015500     02  WS-RUN-YY               PIC 9(02).
015600     02  WS-RUN-MM               PIC 9(02).
015700     02  WS-RUN-DD               PIC 9(02).
015800 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
015900 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
016000     02  WS-RUN-CCYY             PIC 9(04).
016100     02  WS-RUN-CMM              PIC 9(02).
016200     02  WS-RUN-CDD              PIC 9(02).
016300
016400 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
016500
016600 01  SEARCH-KEY.
016700     02  SK-DEALER-ID            PIC X(05).
016800     02  SK-CAR-MAKE             PIC X(16).
016900
017000* ************************************************************** *
017100* NET SALES BY DEALER AND MAKE, KEPT IN KEY SEQUENCE.            *
017200* ************************************************************** *
017300 01  REBATE-TABLE.
017400     02  REBATE-ENTRY OCCURS 1000 TIMES.
017500         03  RE-KEY.
017600             04  RE-DEALER-ID    PIC X(05).
017700             04  RE-CAR-MAKE     PIC X(16).
017800         03  RE-SALE-UNITS       PIC S9(7) COMP-3.
017900         03  RE-RETURN-UNITS     PIC S9(7) COMP-3.
018000
018100* ************************************************************** *
018200* REBATE COST BY MAKE FOR THE FINANCE SUMMARY, IN MAKE SEQUENCE. *
018300* ************************************************************** *
018400 01  MAKE-TABLE.
018500     02  MAKE-ENTRY OCCURS 200 TIMES.
018600         03  MK-CAR-MAKE         PIC X(16).
018700         03  MK-DESCRIPTION      PIC X(13).
018800         03  MK-NET-UNITS        PIC S9(7) COMP-3.
018900         03  MK-PAID-UNITS       PIC S9(7) COMP-3.
019000         03  MK-DEALERS-PAID     PIC S9(5) COMP-3.
019100         03  MK-REBATE-COST      PIC S9(9)V99 COMP-3.
019200
019300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
019400 01  DEALER-TABLE-FILE           COPY VSAMIOFB.
019500 01  REBATE-PROGRAM-FILE         COPY VSAMIOFB.
019600 01  DEALER-BALANCE-FILE         COPY VSAMIOFB.
019700
019800 01  DEALER-TABLE-RECORD.
019900     02  DLR-ID                  PIC X(05).
020000     02  DLR-NAME                PIC X(25).
020100     02  DLR-REGION              PIC X(10).
020200     02  FILLER                  PIC X(10).
020300
020400* ************************************************************** *
020500* REBATE PROGRAM (DDNAME RBTPGM, KEYED BY MAKE AND QUARTER),     *
020600* ALSO DESCRIBED IN RBTMNT.  AN UNUSED TIER HOLDS ZEROS.         *
020700* ************************************************************** *
020800 01  REBATE-PROGRAM-RECORD.
020900     02  RBP-KEY.
021000         03  RBP-CAR-MAKE        PIC X(16).
021100         03  RBP-QUARTER         PIC X(06).
021200     02  RBP-DESCRIPTION         PIC X(13).
021300     02  RBP-TIER OCCURS 4 TIMES.
021400         03  RBP-TIER-MIN-UNITS  PIC 9(04).
021500         03  RBP-TIER-RATE       PIC 9(05)V99 COMP-3.
021600     02  RBP-MAINT-DATE          PIC 9(08).
021700     02  FILLER                  PIC X(05).
021800
021900* ************************************************************** *
022000* DEALER BALANCE (DDNAME DLRBAL, KEYED BY DEALER ID), ALSO       *
022100* DESCRIBED IN DLRSTMT AND DLRPAY.  DBL-LAST-REBATE-QUARTER IS   *
022200* TAKEN FROM THE FILLER; IT HOLDS SPACES UNTIL A DEALER'S FIRST  *
022300* REBATE IS CREDITED.                                            *
022400* ************************************************************** *
022500 01  DEALER-BALANCE-RECORD.
022600     02  DBL-DEALER-ID           PIC X(05).
022700     02  DBL-BALANCE             PIC S9(9)V99 COMP-3.
022800     02  DBL-LAST-STATEMENT-MONTH
022900                                 PIC X(06).
023000     02  DBL-LAST-INVOICE-DATE   PIC 9(08).
023100     02  DBL-LAST-PAYMENT-DATE   PIC 9(08).
023200     02  DBL-OPEN-INVOICE OCCURS 4 TIMES.
023300         03  DBL-OPEN-DATE       PIC 9(08).
023400         03  DBL-OPEN-AMOUNT     PIC S9(9)V99 COMP-3.
023500     02  DBL-LAST-REBATE-QUARTER PIC X(06).
023600     02  FILLER                  PIC X(05).
023700
023800 01  STATEMENT-HEAD-1.
023900     02  FILLER                  PIC X(42)   VALUE
024000         'QUARTERLY DEALER VOLUME REBATE - QUARTER: '.
024100     02  SH1-QUARTER             PIC X(06).
024200     02  FILLER                  PIC X(84)   VALUE SPACES.
024300
024400 01  STATEMENT-HEAD-2.
024500     02  FILLER                  PIC X(08)   VALUE 'DEALER: '.
024600     02  SH2-DEALER-ID           PIC X(05).
024700     02  FILLER                  PIC X(02)   VALUE SPACES.
024800     02  SH2-DEALER-NAME         PIC X(25).
024900     02  FILLER                  PIC X(10)   VALUE '  REGION: '.
025000     02  SH2-REGION              PIC X(10).
025100     02  FILLER                  PIC X(72)   VALUE SPACES.
025200
025300 01  STATEMENT-HEAD-3.
025400     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
025500     02  FILLER                  PIC X(15)   VALUE 'PROGRAM'.
025600     02  FILLER                  PIC X(10)   VALUE '    SALES'.
025700     02  FILLER                  PIC X(10)   VALUE '  RETURNS'.
025800     02  FILLER                  PIC X(10)   VALUE '  NET UNIT'.
025900     02  FILLER                  PIC X(06)   VALUE '  TIER'.
026000     02  FILLER                  PIC X(11)   VALUE '   PER UNIT'.
026100     02  FILLER                  PIC X(52)   VALUE
026200         '           REBATE'.
026300
026400 01  STATEMENT-DETAIL-LINE.
026500     02  SD-CAR-MAKE             PIC X(16).
026600     02  FILLER                  PIC X(02)   VALUE SPACES.
026700     02  SD-DESCRIPTION          PIC X(13).
026800     02  FILLER                  PIC X(02)   VALUE SPACES.
026900     02  SD-SALE-UNITS           PIC ZZZ,ZZ9.
027000     02  FILLER                  PIC X(03)   VALUE SPACES.
027100     02  SD-RETURN-UNITS         PIC ZZZ,ZZ9.
027200     02  FILLER                  PIC X(02)   VALUE SPACES.
027300     02  SD-NET-UNITS            PIC ZZZ,ZZ9-.
027400     02  FILLER                  PIC X(05)   VALUE SPACES.
027500     02  SD-TIER                 PIC Z.
027600     02  FILLER                  PIC X(02)   VALUE SPACES.
027700     02  SD-UNIT-RATE            PIC ZZ,ZZ9.99.
027800     02  FILLER                  PIC X(02)   VALUE SPACES.
027900     02  SD-REBATE               PIC ZZZ,ZZZ,ZZ9.99.
028000     02  FILLER                  PIC X(02)   VALUE SPACES.
028100     02  SD-NOTE                 PIC X(22).
028200     02  FILLER                  PIC X(14)   VALUE SPACES.
028300
028400 01  STATEMENT-TOTAL-LINE.
028500     02  FILLER                  PIC X(40)   VALUE SPACES.
028600     02  FILLER                  PIC X(26)   VALUE
028700         'TOTAL REBATE THIS QUARTER'.
028800     02  ST-REBATE               PIC ZZZ,ZZZ,ZZ9.99.
028900     02  FILLER                  PIC X(02)   VALUE SPACES.
029000     02  ST-NOTE                 PIC X(30).
029100     02  FILLER                  PIC X(20)   VALUE SPACES.
029200
029300 01  REGISTER-HEAD-1.
029400     02  FILLER                  PIC X(44)   VALUE
029500         'RBTCALC - DEALER VOLUME REBATE REGISTER FOR '.
029600     02  RH1-QUARTER             PIC X(06).
029700     02  FILLER                  PIC X(02)   VALUE SPACES.
029800     02  RH1-TRIAL               PIC X(30).
029900     02  FILLER                  PIC X(50)   VALUE SPACES.
030000
030100 01  REGISTER-HEAD-2.
030200     02  FILLER                  PIC X(07)   VALUE 'DEALER'.
030300     02  FILLER                  PIC X(27)   VALUE 'NAME'.
030400     02  FILLER                  PIC X(10)   VALUE ' NET UNITS'.
030500     02  FILLER                  PIC X(16)   VALUE
030600         '          REBATE'.
030700     02  FILLER                  PIC X(17)   VALUE
030800         '      NEW BALANCE'.
030900     02  FILLER                  PIC X(55)   VALUE
031000         '  NOTE'.
031100
031200 01  REGISTER-DETAIL-LINE.
031300     02  RD-DEALER-ID            PIC X(05).
031400     02  FILLER                  PIC X(02)   VALUE SPACES.
031500     02  RD-DEALER-NAME          PIC X(25).
031600     02  FILLER                  PIC X(02)   VALUE SPACES.
031700     02  RD-NET-UNITS            PIC ZZZ,ZZ9-.
031800     02  FILLER                  PIC X(02)   VALUE SPACES.
031900     02  RD-REBATE               PIC ZZZ,ZZZ,ZZ9.99.
032000     02  FILLER                  PIC X(02)   VALUE SPACES.
032100     02  RD-NEW-BALANCE          PIC ZZZ,ZZZ,ZZ9.99-.
032200     02  FILLER                  PIC X(02)   VALUE SPACES.
032300     02  RD-NOTE                 PIC X(30).
032400     02  FILLER                  PIC X(25)   VALUE SPACES.
032500
032600 01  REGISTER-TOTAL-LINE.
032700     02  FILLER                  PIC X(34)   VALUE
032800         'TOTAL - ALL DEALERS               '.
032900     02  GT-NET-UNITS            PIC ZZZ,ZZ9-.
033000     02  FILLER                  PIC X(02)   VALUE SPACES.
033100     02  GT-REBATE               PIC ZZZ,ZZZ,ZZ9.99.
033200     02  FILLER                  PIC X(12)   VALUE '  CREDITED: '.
033300     02  GT-CREDITED             PIC ZZZ,ZZZ,ZZ9.99.
033400     02  FILLER                  PIC X(48)   VALUE SPACES.
033500
033600 01  MAKE-HEAD-1.
033700     02  FILLER                  PIC X(44)   VALUE
033800         'RBTCALC - REBATE COST BY MAKE FOR QUARTER   '.
033900     02  MH1-QUARTER             PIC X(06).
034000     02  FILLER                  PIC X(82)   VALUE SPACES.
034100
034200 01  MAKE-HEAD-2.
034300     02  FILLER                  PIC X(18)   VALUE 'MAKE'.
034400     02  FILLER                  PIC X(15)   VALUE 'PROGRAM'.
034500     02  FILLER                  PIC X(10)   VALUE ' NET UNITS'.
034600     02  FILLER                  PIC X(11)   VALUE ' PAID UNITS'.
034700     02  FILLER                  PIC X(09)   VALUE '  DEALERS'.
034800     02  FILLER                  PIC X(69)   VALUE
034900         '     REBATE COST'.
035000
035100 01  MAKE-DETAIL-LINE.
035200     02  MD-CAR-MAKE             PIC X(16).
035300     02  FILLER                  PIC X(02)   VALUE SPACES.
035400     02  MD-DESCRIPTION          PIC X(13).
035500     02  FILLER                  PIC X(02)   VALUE SPACES.
035600     02  MD-NET-UNITS            PIC ZZZ,ZZ9-.
035700     02  FILLER                  PIC X(03)   VALUE SPACES.
035800     02  MD-PAID-UNITS           PIC ZZZ,ZZ9.
035900     02  FILLER                  PIC X(04)   VALUE SPACES.
036000     02  MD-DEALERS-PAID         PIC ZZ,ZZ9.
036100     02  FILLER                  PIC X(02)   VALUE SPACES.
036200     02  MD-REBATE-COST          PIC ZZZ,ZZZ,ZZ9.99.
036300     02  FILLER                  PIC X(55)   VALUE SPACES.
036400
036500 01  MAKE-TOTAL-LINE.
036600     02  FILLER                  PIC X(33)   VALUE
036700         'TOTAL REBATE COST - ALL MAKES'.
036800     02  MT-NET-UNITS            PIC ZZZ,ZZ9-.
036900     02  FILLER                  PIC X(22)   VALUE SPACES.
037000     02  MT-REBATE-COST          PIC ZZZ,ZZZ,ZZ9.99.
037100     02  FILLER                  PIC X(55)   VALUE SPACES.
037200
037300 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
037400
037500 PROCEDURE DIVISION.
037600
037700 000-INITIATE.
037800
037900     OPEN INPUT CONTROL-CARD-FILE.
038000     MOVE SPACES TO CONTROL-CARD-RECORD.
038100     READ CONTROL-CARD-FILE
038200         AT END CONTINUE
038300     END-READ.
038400     CLOSE CONTROL-CARD-FILE.
038500
038600     IF CC-QTR-CCYY NOT NUMERIC
038700     OR CC-QTR-LETTER NOT EQUAL 'Q'
038800     OR NOT CC-QTR-VALID
038900         DISPLAY 'RBTCALC: SYSIN QUARTER MUST BE CCYYQN - '
039000                 CC-QUARTER
039100         MOVE +8 TO RETURN-CODE
039200         STOP RUN.
039300*    END-IF.
039400
039500     ACCEPT WS-RUN-DATE FROM DATE.
039600     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
039700     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
039800     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
039900     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
040000     MOVE WS-RUN-MM TO WS-RUN-CMM.
040100     MOVE WS-RUN-DD TO WS-RUN-CDD.
040200
040300     MOVE 'DLRTBL' TO VSIO-DDNAME OF DEALER-TABLE-FILE.
040400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-TABLE-FILE.
040500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-TABLE-FILE.
040600     MOVE VSIO-INPUT TO VSIO-MODE OF DEALER-TABLE-FILE.
040700     MOVE +50 TO VSIO-RECORD-LENGTH OF DEALER-TABLE-FILE.
040800     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-TABLE-FILE.
040900     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-TABLE-FILE.
041000     MOVE VSIO-OPEN TO VSIO-COMMAND.
041100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041200                         DEALER-TABLE-FILE,
041300                         DEALER-TABLE-RECORD.
041400*    END-CALL.
041500     IF NOT VSIO-SUCCESS
041600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041700         MOVE +8 TO RETURN-CODE
041800         STOP RUN.
041900*    END-IF.
042000
042100     MOVE 'RBTPGM' TO VSIO-DDNAME OF REBATE-PROGRAM-FILE.
042200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF REBATE-PROGRAM-FILE.
042300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF REBATE-PROGRAM-FILE.
042400     MOVE VSIO-INPUT TO VSIO-MODE OF REBATE-PROGRAM-FILE.
042500     MOVE +80 TO VSIO-RECORD-LENGTH OF REBATE-PROGRAM-FILE.
042600     MOVE +0 TO VSIO-KEY-POSITION OF REBATE-PROGRAM-FILE.
042700     MOVE +22 TO VSIO-KEY-LENGTH OF REBATE-PROGRAM-FILE.
042800     MOVE VSIO-OPEN TO VSIO-COMMAND.
042900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043000                         REBATE-PROGRAM-FILE,
043100                         REBATE-PROGRAM-RECORD.
043200*    END-CALL.
043300     IF NOT VSIO-SUCCESS
043400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043500         MOVE +8 TO RETURN-CODE
043600         STOP RUN.
043700*    END-IF.
043800
043900     MOVE 'DLRBAL' TO VSIO-DDNAME OF DEALER-BALANCE-FILE.
044000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEALER-BALANCE-FILE.
044100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEALER-BALANCE-FILE.
044200     MOVE VSIO-I-O TO VSIO-MODE OF DEALER-BALANCE-FILE.
044300     MOVE +100 TO VSIO-RECORD-LENGTH OF DEALER-BALANCE-FILE.
044400     MOVE +0 TO VSIO-KEY-POSITION OF DEALER-BALANCE-FILE.
044500     MOVE +5 TO VSIO-KEY-LENGTH OF DEALER-BALANCE-FILE.
044600     MOVE VSIO-OPEN TO VSIO-COMMAND.
044700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044800                         DEALER-BALANCE-FILE,
044900                         DEALER-BALANCE-RECORD.
045000*    END-CALL.
045100     IF NOT VSIO-SUCCESS
045200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
045300         MOVE +8 TO RETURN-CODE
045400         STOP RUN.
045500*    END-IF.
045600
045700     OPEN INPUT TRANSACTION-DATA.
045800     OPEN OUTPUT STATEMENT-FILE.
045900     OPEN OUTPUT REPORT-FILE.
046000
046100     MOVE CC-QUARTER TO RH1-QUARTER.
046200     IF CC-TRIAL-RUN
046300         MOVE '*** TRIAL - NOT CREDITED ***' TO RH1-TRIAL
046400     ELSE
046500         MOVE SPACES TO RH1-TRIAL.
046600*    END-IF.
046700     WRITE REPORT-LINE FROM REGISTER-HEAD-1.
046800     WRITE REPORT-LINE FROM REGISTER-HEAD-2.
046900     WRITE REPORT-LINE FROM BLANK-LINE.
047000
047100 010-PROCESS.
047200
047300     PERFORM 100-TALLY-FEED-RECORD
047400        THRU 109-EXIT
047500       UNTIL FEED-EOF.
047600*    END-PERFORM.
047700
047800     MOVE LOW-VALUES TO PREVIOUS-DEALER.
047900     MOVE 1 TO RBT-IDX.
048000     PERFORM 200-STATEMENT-ONE-ENTRY
048100        THRU 209-EXIT
048200       UNTIL RBT-IDX GREATER THAN RBT-COUNT.
048300*    END-PERFORM.
048400
048500     IF PREVIOUS-DEALER NOT EQUAL LOW-VALUES
048600         PERFORM 250-CLOSE-DEALER THRU 259-EXIT.
048700*    END-IF.
048800
048900     PERFORM 300-WRITE-TOTALS THRU 309-EXIT.
049000
049100 020-TERMINATE.
049200
049300     CLOSE TRANSACTION-DATA.
049400     CLOSE STATEMENT-FILE.
049500     CLOSE REPORT-FILE.
049600
049700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
049800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049900                         DEALER-TABLE-FILE,
050000                         DEALER-TABLE-RECORD.
050100*    END-CALL.
050200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050300                         REBATE-PROGRAM-FILE,
050400                         REBATE-PROGRAM-RECORD.
050500*    END-CALL.
050600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050700                         DEALER-BALANCE-FILE,
050800                         DEALER-BALANCE-RECORD.
050900*    END-CALL.
051000
051100     IF ERROR-COUNTER GREATER THAN ZERO
051200         MOVE +8 TO RETURN-CODE.
051300*    END-IF.
051400
051500     DISPLAY 'RBTCALC: FEED RECORDS READ:   ' FEED-READ-COUNTER.
051600     DISPLAY 'RBTCALC: FEED RECORDS SKIPPED:' SKIPPED-COUNTER.
051700     DISPLAY 'RBTCALC: STATEMENTS PRINTED:  ' STATEMENT-COUNTER.
051800     DISPLAY 'RBTCALC: BALANCES CREDITED:   ' CREDITED-COUNTER.
051900     DISPLAY 'RBTCALC: ERRORS:              ' ERROR-COUNTER.
052000     STOP RUN.
052100
052200* ************************************************************** *
052300* SUMMARIZES ONE FEED RECORD INTO THE REBATE TABLE.  A SALE ADDS *
052400* TO THE DEALER'S UNITS SOLD, A RECEIPT FROM THE DEALER TO ITS   *
052500* RETURNS; ADJUSTMENTS, LEGACY RECORDS AND RECORDS WITH NO       *
052600* DEALER OR A BAD QUANTITY ARE SKIPPED, AS IN DLRSTMT.           *
052700* ************************************************************** *
052800 100-TALLY-FEED-RECORD.
052900
053000     READ TRANSACTION-DATA
053100         AT END
053200             MOVE 'Y' TO FEED-EOF-SW
053300             GO TO 109-EXIT.
053400*    END-READ.
053500
053600     ADD +1 TO FEED-READ-COUNTER.
053700
053800     IF NOT (TR-RECEIPT OR TR-SALE)
053900     OR TR-DEALER-ID EQUAL SPACES
054000     OR TR-QUANTITY NOT NUMERIC
054100     OR TR-QUANTITY EQUAL ZERO
054200         ADD +1 TO SKIPPED-COUNTER
054300         GO TO 109-EXIT.
054400*    END-IF.
054500
054600     MOVE TR-DEALER-ID TO SK-DEALER-ID.
054700     MOVE TR-CAR-MAKE TO SK-CAR-MAKE.
054800     PERFORM 140-LOCATE-ENTRY THRU 149-EXIT.
054900     IF RBT-IDX EQUAL ZERO
055000         GO TO 109-EXIT.
055100*    END-IF.
055200
055300     IF TR-SALE
055400         ADD TR-QUANTITY TO RE-SALE-UNITS (RBT-IDX)
055500     ELSE
055600         ADD TR-QUANTITY TO RE-RETURN-UNITS (RBT-IDX).
055700*    END-IF.
055800
055900 109-EXIT.
056000     EXIT.
056100
056200* ************************************************************** *
056300* LOCATES THE REBATE ENTRY FOR SEARCH-KEY, INSERTING A NEW ENTRY *
056400* IN KEY SEQUENCE WHEN NONE EXISTS.  RBT-IDX RETURNS THE         *
056500* POSITION, OR ZERO WHEN THE TABLE IS FULL.                      *
056600* ************************************************************** *
056700 140-LOCATE-ENTRY.
056800
056900     MOVE 'N' TO ENTRY-FOUND-SW.
057000     MOVE ZERO TO INSERT-AT.
057100     MOVE 1 TO RBT-IDX.
057200     PERFORM 142-SCAN-ENTRY
057300        THRU 142-EXIT
057400       UNTIL ENTRY-FOUND
057500          OR INSERT-AT GREATER THAN ZERO
057600          OR RBT-IDX GREATER THAN RBT-COUNT.
057700*    END-PERFORM.
057800
057900     IF ENTRY-FOUND
058000         GO TO 149-EXIT.
058100*    END-IF.
058200
058300     IF RBT-COUNT NOT LESS THAN RBT-MAX
058400         DISPLAY 'RBTCALC: REBATE TABLE FULL, KEY DROPPED: '
058500             SEARCH-KEY
058600         ADD +1 TO ERROR-COUNTER
058700         MOVE ZERO TO RBT-IDX
058800         GO TO 149-EXIT.
058900*    END-IF.
059000
059100     IF INSERT-AT EQUAL ZERO
059200         ADD 1 TO RBT-COUNT
059300         MOVE RBT-COUNT TO RBT-IDX
059400     ELSE
059500         ADD 1 TO RBT-COUNT
059600         MOVE RBT-COUNT TO SHIFT-IDX
059700         PERFORM 144-SHIFT-ENTRY
059800            THRU 144-EXIT
059900           UNTIL SHIFT-IDX NOT GREATER THAN INSERT-AT
060000         MOVE INSERT-AT TO RBT-IDX.
060100*    END-IF.
060200
060300     MOVE SEARCH-KEY TO RE-KEY (RBT-IDX).
060400     MOVE ZERO TO RE-SALE-UNITS (RBT-IDX).
060500     MOVE ZERO TO RE-RETURN-UNITS (RBT-IDX).
060600
060700 149-EXIT.
060800     EXIT.
060900
061000 142-SCAN-ENTRY.
061100
061200     IF RE-KEY (RBT-IDX) EQUAL SEARCH-KEY
061300         MOVE 'Y' TO ENTRY-FOUND-SW
061400         GO TO 142-EXIT.
061500*    END-IF.
061600     IF RE-KEY (RBT-IDX) GREATER THAN SEARCH-KEY
061700         MOVE RBT-IDX TO INSERT-AT
061800         GO TO 142-EXIT.
061900*    END-IF.
062000     ADD 1 TO RBT-IDX.
062100
062200 142-EXIT.
062300     EXIT.
062400
062500 144-SHIFT-ENTRY.
062600
062700     MOVE REBATE-ENTRY (SHIFT-IDX - 1)
062800         TO REBATE-ENTRY (SHIFT-IDX).
062900     SUBTRACT 1 FROM SHIFT-IDX.
063000
063100 144-EXIT.
063200     EXIT.
063300
063400* ************************************************************** *
063500* LOCATES THE MAKE SUMMARY ENTRY FOR SK-CAR-MAKE THE SAME WAY,   *
063600* IN MAKE SEQUENCE.  MAK-IDX IS ZERO WHEN THE TABLE IS FULL.     *
063700* ************************************************************** *
063800 160-LOCATE-MAKE.
063900
064000     MOVE 'N' TO ENTRY-FOUND-SW.
064100     MOVE ZERO TO INSERT-AT.
064200     MOVE 1 TO MAK-IDX.
064300     PERFORM 162-SCAN-MAKE
064400        THRU 162-EXIT
064500       UNTIL ENTRY-FOUND
064600          OR INSERT-AT GREATER THAN ZERO
064700          OR MAK-IDX GREATER THAN MAK-COUNT.
064800*    END-PERFORM.
064900
065000     IF ENTRY-FOUND
065100         GO TO 169-EXIT.
065200*    END-IF.
065300
065400     IF MAK-COUNT NOT LESS THAN MAK-MAX
065500         DISPLAY 'RBTCALC: MAKE TABLE FULL, MAKE DROPPED: '
065600             SK-CAR-MAKE
065700         ADD +1 TO ERROR-COUNTER
065800         MOVE ZERO TO MAK-IDX
065900         GO TO 169-EXIT.
066000*    END-IF.
066100
066200     IF INSERT-AT EQUAL ZERO
066300         ADD 1 TO MAK-COUNT
066400         MOVE MAK-COUNT TO MAK-IDX
066500     ELSE
066600         ADD 1 TO MAK-COUNT
066700         MOVE MAK-COUNT TO SHIFT-IDX
066800         PERFORM 164-SHIFT-MAKE
066900            THRU 164-EXIT
067000           UNTIL SHIFT-IDX NOT GREATER THAN INSERT-AT
067100         MOVE INSERT-AT TO MAK-IDX.
067200*    END-IF.
067300
067400     MOVE SK-CAR-MAKE TO MK-CAR-MAKE (MAK-IDX).
067500     MOVE SPACES TO MK-DESCRIPTION (MAK-IDX).
067600     MOVE ZERO TO MK-NET-UNITS (MAK-IDX).
067700     MOVE ZERO TO MK-PAID-UNITS (MAK-IDX).
067800     MOVE ZERO TO MK-DEALERS-PAID (MAK-IDX).
067900     MOVE ZERO TO MK-REBATE-COST (MAK-IDX).
068000
068100 169-EXIT.
068200     EXIT.
068300
068400 162-SCAN-MAKE.
068500
068600     IF MK-CAR-MAKE (MAK-IDX) EQUAL SK-CAR-MAKE
068700         MOVE 'Y' TO ENTRY-FOUND-SW
068800         GO TO 162-EXIT.
068900*    END-IF.
069000     IF MK-CAR-MAKE (MAK-IDX) GREATER THAN SK-CAR-MAKE
069100         MOVE MAK-IDX TO INSERT-AT
069200         GO TO 162-EXIT.
069300*    END-IF.
069400     ADD 1 TO MAK-IDX.
069500
069600 162-EXIT.
069700     EXIT.
069800
069900 164-SHIFT-MAKE.
070000
070100     MOVE MAKE-ENTRY (SHIFT-IDX - 1)
070200         TO MAKE-ENTRY (SHIFT-IDX).
070300     SUBTRACT 1 FROM SHIFT-IDX.
070400
070500 164-EXIT.
070600     EXIT.
070700
070800* ************************************************************** *
070900* PRICES AND PRINTS ONE DEALER/MAKE ENTRY, BREAKING TO A NEW     *
071000* DEALER STATEMENT PAGE WHEN THE DEALER CHANGES.                 *
071100* ************************************************************** *
071200 200-STATEMENT-ONE-ENTRY.
071300
071400     IF RE-DEALER-ID (RBT-IDX) NOT EQUAL PREVIOUS-DEALER
071500         IF PREVIOUS-DEALER NOT EQUAL LOW-VALUES
071600             PERFORM 250-CLOSE-DEALER THRU 259-EXIT
071700         END-IF
071800         MOVE RE-DEALER-ID (RBT-IDX) TO PREVIOUS-DEALER
071900         PERFORM 230-OPEN-DEALER THRU 239-EXIT.
072000*    END-IF.
072100
072200     COMPUTE WS-NET-UNITS =
072300         RE-SALE-UNITS (RBT-IDX) - RE-RETURN-UNITS (RBT-IDX).
072400     MOVE ZERO TO WS-TIER.
072500     MOVE ZERO TO WS-UNIT-RATE.
072600     MOVE ZERO TO WS-REBATE.
072700     MOVE SPACES TO SD-NOTE.
072800     MOVE SPACES TO SD-DESCRIPTION.
072900
073000     PERFORM 220-READ-PROGRAM THRU 229-EXIT.
073100     IF PROGRAM-FOUND
073200         MOVE RBP-DESCRIPTION TO SD-DESCRIPTION
073300         PERFORM 225-CHECK-ONE-TIER
073400            THRU 225-EXIT
073500         VARYING TIER-IDX FROM 1 BY 1
073600           UNTIL TIER-IDX GREATER THAN 4
073700         IF WS-TIER GREATER THAN ZERO
073800             COMPUTE WS-REBATE = WS-NET-UNITS * WS-UNIT-RATE
073900         ELSE
074000             MOVE 'BELOW TIER 1' TO SD-NOTE
074100         END-IF
074200     ELSE
074300         MOVE 'NO PROGRAM FOR QUARTER' TO SD-NOTE.
074400*    END-IF.
074500
074600     MOVE RE-CAR-MAKE (RBT-IDX) TO SD-CAR-MAKE.
074700     MOVE RE-SALE-UNITS (RBT-IDX) TO SD-SALE-UNITS.
074800     MOVE RE-RETURN-UNITS (RBT-IDX) TO SD-RETURN-UNITS.
074900     MOVE WS-NET-UNITS TO SD-NET-UNITS.
075000     MOVE WS-TIER TO SD-TIER.
075100     MOVE WS-UNIT-RATE TO SD-UNIT-RATE.
075200     MOVE WS-REBATE TO SD-REBATE.
075300     WRITE STATEMENT-LINE FROM STATEMENT-DETAIL-LINE.
075400
075500     ADD WS-NET-UNITS TO DEALER-NET-UNITS.
075600     ADD WS-REBATE TO DEALER-REBATE.
075700
075800     MOVE RE-CAR-MAKE (RBT-IDX) TO SK-CAR-MAKE.
075900     PERFORM 160-LOCATE-MAKE THRU 169-EXIT.
076000     IF MAK-IDX GREATER THAN ZERO
076100         MOVE SD-DESCRIPTION TO MK-DESCRIPTION (MAK-IDX)
076200         ADD WS-NET-UNITS TO MK-NET-UNITS (MAK-IDX)
076300         IF WS-REBATE GREATER THAN ZERO
076400             ADD WS-NET-UNITS TO MK-PAID-UNITS (MAK-IDX)
076500             ADD 1 TO MK-DEALERS-PAID (MAK-IDX)
076600             ADD WS-REBATE TO MK-REBATE-COST (MAK-IDX).
076700*        END-IF
076800*    END-IF.
076900
077000     ADD 1 TO RBT-IDX.
077100
077200 209-EXIT.
077300     EXIT.
077400
077500 220-READ-PROGRAM.
077600
077700     MOVE 'N' TO PROGRAM-FOUND-SW.
077800     MOVE SPACES TO REBATE-PROGRAM-RECORD.
077900     MOVE RE-CAR-MAKE (RBT-IDX) TO RBP-CAR-MAKE.
078000     MOVE CC-QUARTER TO RBP-QUARTER.
078100     MOVE VSIO-READ TO VSIO-COMMAND.
078200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
078300                         REBATE-PROGRAM-FILE,
078400                         REBATE-PROGRAM-RECORD.
078500*    END-CALL.
078600     EVALUATE TRUE
078700         WHEN VSIO-SUCCESS
078800             MOVE 'Y' TO PROGRAM-FOUND-SW
078900         WHEN VSIO-RECORD-NOT-FOUND
079000             MOVE +0 TO VSIO-RETURN-CODE
079100         WHEN OTHER
079200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
079300             ADD +1 TO ERROR-COUNTER
079400             MOVE +0 TO VSIO-RETURN-CODE
079500     END-EVALUATE.
079600
079700 229-EXIT.
079800     EXIT.
079900
080000* ************************************************************** *
080100* THE TIERS ASCEND, SO THE LAST ONE THE NET UNITS REACH IS THE   *
080200* TIER ACHIEVED.  AN UNUSED TIER HOLDS ZERO UNITS AND IS PASSED. *
080300* ************************************************************** *
080400 225-CHECK-ONE-TIER.
080500
080600     IF RBP-TIER-MIN-UNITS (TIER-IDX) GREATER THAN ZERO
080700     AND WS-NET-UNITS NOT LESS THAN RBP-TIER-MIN-UNITS (TIER-IDX)
080800         MOVE TIER-IDX TO WS-TIER
080900         MOVE RBP-TIER-RATE (TIER-IDX) TO WS-UNIT-RATE.
081000*    END-IF.
081100
081200 225-EXIT.
081300     EXIT.
081400
081500* ************************************************************** *
081600* STARTS A DEALER'S STATEMENT: NEW PAGE, DEALER NAME AND REGION  *
081700* FROM DLRTBL, COLUMN HEADINGS.                                  *
081800* ************************************************************** *
081900 230-OPEN-DEALER.
082000
082100     MOVE ZERO TO DEALER-NET-UNITS.
082200     MOVE ZERO TO DEALER-REBATE.
082300
082400     MOVE SPACES TO DEALER-TABLE-RECORD.
082500     MOVE PREVIOUS-DEALER TO DLR-ID.
082600     MOVE VSIO-READ TO VSIO-COMMAND.
082700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
082800                         DEALER-TABLE-FILE,
082900                         DEALER-TABLE-RECORD.
083000*    END-CALL.
083100     EVALUATE TRUE
083200         WHEN VSIO-SUCCESS
083300             CONTINUE
083400         WHEN VSIO-RECORD-NOT-FOUND
083500             MOVE '*** NOT ON DLRTBL ***' TO DLR-NAME
083600             MOVE '*UNKN*' TO DLR-REGION
083700             MOVE +0 TO VSIO-RETURN-CODE
083800         WHEN OTHER
083900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
084000             MOVE SPACES TO DLR-NAME, DLR-REGION
084100     END-EVALUATE.
084200
084300     MOVE CC-QUARTER TO SH1-QUARTER.
084400     WRITE STATEMENT-LINE FROM STATEMENT-HEAD-1
084500         AFTER ADVANCING PAGE.
084600     MOVE PREVIOUS-DEALER TO SH2-DEALER-ID.
084700     MOVE DLR-NAME TO SH2-DEALER-NAME.
084800     MOVE DLR-REGION TO SH2-REGION.
084900     WRITE STATEMENT-LINE FROM STATEMENT-HEAD-2.
085000     WRITE STATEMENT-LINE FROM BLANK-LINE.
085100     WRITE STATEMENT-LINE FROM STATEMENT-HEAD-3.
085200     WRITE STATEMENT-LINE FROM BLANK-LINE.
085300
085400 239-EXIT.
085500     EXIT.
085600
085700* ************************************************************** *
085800* FINISHES A DEALER'S STATEMENT: CREDITS THE REBATE TO DLRBAL,   *
085900* PRINTS THE TOTAL LINE AND THE REGISTER LINE, AND ADDS TO THE   *
086000* GRAND TOTALS.                                                  *
086100* ************************************************************** *
086200 250-CLOSE-DEALER.
086300
086400     PERFORM 270-CREDIT-DEALER-BALANCE THRU 279-EXIT.
086500
086600     WRITE STATEMENT-LINE FROM BLANK-LINE.
086700     MOVE DEALER-REBATE TO ST-REBATE.
086800     MOVE RD-NOTE TO ST-NOTE.
086900     WRITE STATEMENT-LINE FROM STATEMENT-TOTAL-LINE.
087000     ADD +1 TO STATEMENT-COUNTER.
087100
087200     MOVE PREVIOUS-DEALER TO RD-DEALER-ID.
087300     MOVE DLR-NAME TO RD-DEALER-NAME.
087400     MOVE DEALER-NET-UNITS TO RD-NET-UNITS.
087500     MOVE DEALER-REBATE TO RD-REBATE.
087600     WRITE REPORT-LINE FROM REGISTER-DETAIL-LINE.
087700
087800     ADD DEALER-NET-UNITS TO GRAND-NET-UNITS.
087900     ADD DEALER-REBATE TO GRAND-REBATE.
088000
088100 259-EXIT.
088200     EXIT.
088300
088400* ************************************************************** *
088500* CREDITS THE DEALER'S REBATE TO DLRBAL, CREATING THE BALANCE    *
088600* RECORD ON FIRST SIGHT.  A QUARTER ALREADY CREDITED (OR AN      *
088700* EARLIER ONE) IS NOT CREDITED AGAIN, SO A RERUN OF THE QUARTER  *
088800* CANNOT PAY A DEALER TWICE.                                     *
088900* ************************************************************** *
089000 270-CREDIT-DEALER-BALANCE.
089100
089200     MOVE ZERO TO RD-NEW-BALANCE.
089300     MOVE SPACES TO RD-NOTE.
089400     IF DEALER-REBATE NOT GREATER THAN ZERO
089500         MOVE 'NO REBATE EARNED' TO RD-NOTE
089600         GO TO 279-EXIT.
089700*    END-IF.
089800     IF CC-TRIAL-RUN
089900         MOVE 'TRIAL - NOT CREDITED' TO RD-NOTE
090000         GO TO 279-EXIT.
090100*    END-IF.
090200
090300     MOVE SPACES TO DEALER-BALANCE-RECORD.
090400     MOVE PREVIOUS-DEALER TO DBL-DEALER-ID.
090500     MOVE VSIO-READ TO VSIO-COMMAND.
090600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
090700                         DEALER-BALANCE-FILE,
090800                         DEALER-BALANCE-RECORD.
090900*    END-CALL.
091000     EVALUATE TRUE
091100         WHEN VSIO-SUCCESS
091200             MOVE 'N' TO NEW-BALANCE-SW
091300         WHEN VSIO-RECORD-NOT-FOUND
091400             MOVE 'Y' TO NEW-BALANCE-SW
091500             MOVE +0 TO VSIO-RETURN-CODE
091600             MOVE SPACES TO DEALER-BALANCE-RECORD
091700             INITIALIZE DEALER-BALANCE-RECORD
091800             MOVE PREVIOUS-DEALER TO DBL-DEALER-ID
091900         WHEN OTHER
092000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
092100             ADD +1 TO ERROR-COUNTER
092200             MOVE 'BALANCE READ FAILED' TO RD-NOTE
092300             GO TO 279-EXIT
092400     END-EVALUATE.
092500
092600     IF DBL-LAST-REBATE-QUARTER NOT LESS THAN CC-QUARTER
092700         MOVE DBL-BALANCE TO RD-NEW-BALANCE
092800         MOVE 'ALREADY CREDITED' TO RD-NOTE
092900         GO TO 279-EXIT.
093000*    END-IF.
093100
093200     MOVE DEALER-REBATE TO WS-APPLY-AMOUNT.
093300     PERFORM 290-APPLY-CREDIT THRU 299-EXIT.
093400     SUBTRACT DEALER-REBATE FROM DBL-BALANCE.
093500     MOVE CC-QUARTER TO DBL-LAST-REBATE-QUARTER.
093600     IF NEW-BALANCE
093700         MOVE VSIO-WRITE TO VSIO-COMMAND
093800     ELSE
093900         MOVE VSIO-REWRITE TO VSIO-COMMAND.
094000*    END-IF.
094100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094200                         DEALER-BALANCE-FILE,
094300                         DEALER-BALANCE-RECORD.
094400*    END-CALL.
094500     IF VSIO-SUCCESS
094600         ADD +1 TO CREDITED-COUNTER
094700         ADD DEALER-REBATE TO GRAND-CREDITED
094800         MOVE DBL-BALANCE TO RD-NEW-BALANCE
094900         MOVE 'CREDITED TO BALANCE' TO RD-NOTE
095000     ELSE
095100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
095200         ADD +1 TO ERROR-COUNTER
095300         MOVE +0 TO VSIO-RETURN-CODE
095400         MOVE 'BALANCE UPDATE FAILED' TO RD-NOTE.
095500*    END-IF.
095600
095700 279-EXIT.
095800     EXIT.
095900
096000* ************************************************************** *
096100* APPLIES WS-APPLY-AMOUNT TO THE OPEN INVOICES, OLDEST FIRST,    *
096200* THE SAME WAY DLRPAY APPLIES A PAYMENT.  WHATEVER IS LEFT OVER  *
096300* STAYS ON ACCOUNT AS A CREDIT BALANCE.                          *
096400* ************************************************************** *
096500 290-APPLY-CREDIT.
096600
096700     PERFORM 294-APPLY-TO-OLDEST
096800        THRU 294-EXIT
096900       UNTIL WS-APPLY-AMOUNT NOT GREATER THAN ZERO
097000          OR DBL-OPEN-DATE (1) EQUAL ZERO.
097100*    END-PERFORM.
097200
097300 299-EXIT.
097400     EXIT.
097500
097600 292-SHIFT-OPEN-INVOICE.
097700
097800     MOVE DBL-OPEN-INVOICE (OPEN-IDX + 1)
097900         TO DBL-OPEN-INVOICE (OPEN-IDX).
098000     ADD 1 TO OPEN-IDX.
098100     IF OPEN-IDX GREATER THAN 3
098200         MOVE ZERO TO DBL-OPEN-DATE (4)
098300         MOVE ZERO TO DBL-OPEN-AMOUNT (4).
098400*    END-IF.
098500
098600 292-EXIT.
098700     EXIT.
098800
098900 294-APPLY-TO-OLDEST.
099000
099100     IF WS-APPLY-AMOUNT LESS THAN DBL-OPEN-AMOUNT (1)
099200         SUBTRACT WS-APPLY-AMOUNT FROM DBL-OPEN-AMOUNT (1)
099300         MOVE ZERO TO WS-APPLY-AMOUNT
099400         GO TO 294-EXIT.
099500*    END-IF.
099600
099700     SUBTRACT DBL-OPEN-AMOUNT (1) FROM WS-APPLY-AMOUNT.
099800     MOVE 1 TO OPEN-IDX.
099900     PERFORM 292-SHIFT-OPEN-INVOICE
100000        THRU 292-EXIT
100100       UNTIL OPEN-IDX GREATER THAN 3.
100200*    END-PERFORM.
100300
100400 294-EXIT.
100500     EXIT.
100600
100700* ************************************************************** *
100800* WRITES THE REGISTER GRAND TOTAL, THEN THE SUMMARY OF REBATE    *
100900* COST BY MAKE FOR FINANCE ON A NEW PAGE.                        *
101000* ************************************************************** *
101100 300-WRITE-TOTALS.
101200
101300     WRITE REPORT-LINE FROM BLANK-LINE.
101400     MOVE GRAND-NET-UNITS TO GT-NET-UNITS.
101500     MOVE GRAND-REBATE TO GT-REBATE.
101600     MOVE GRAND-CREDITED TO GT-CREDITED.
101700     WRITE REPORT-LINE FROM REGISTER-TOTAL-LINE.
101800
101900     MOVE CC-QUARTER TO MH1-QUARTER.
102000     WRITE REPORT-LINE FROM MAKE-HEAD-1
102100         AFTER ADVANCING PAGE.
102200     WRITE REPORT-LINE FROM MAKE-HEAD-2.
102300     WRITE REPORT-LINE FROM BLANK-LINE.
102400     PERFORM 310-WRITE-ONE-MAKE
102500        THRU 319-EXIT
102600     VARYING MAK-IDX FROM 1 BY 1
102700       UNTIL MAK-IDX GREATER THAN MAK-COUNT.
102800*    END-PERFORM.
102900
103000     WRITE REPORT-LINE FROM BLANK-LINE.
103100     MOVE GRAND-NET-UNITS TO MT-NET-UNITS.
103200     MOVE GRAND-REBATE TO MT-REBATE-COST.
103300     WRITE REPORT-LINE FROM MAKE-TOTAL-LINE.
103400
103500 309-EXIT.
103600     EXIT.
103700
103800 310-WRITE-ONE-MAKE.
103900
104000     MOVE MK-CAR-MAKE (MAK-IDX) TO MD-CAR-MAKE.
104100     IF MK-DESCRIPTION (MAK-IDX) EQUAL SPACES
104200         MOVE '(NO PROGRAM)' TO MD-DESCRIPTION
104300     ELSE
104400         MOVE MK-DESCRIPTION (MAK-IDX) TO MD-DESCRIPTION.
104500*    END-IF.
104600     MOVE MK-NET-UNITS (MAK-IDX) TO MD-NET-UNITS.
104700     MOVE MK-PAID-UNITS (MAK-IDX) TO MD-PAID-UNITS.
104800     MOVE MK-DEALERS-PAID (MAK-IDX) TO MD-DEALERS-PAID.
104900     MOVE MK-REBATE-COST (MAK-IDX) TO MD-REBATE-COST.
105000     WRITE REPORT-LINE FROM MAKE-DETAIL-LINE.
105100
105200 319-EXIT.
105300     EXIT.
105400
105500* ************************************************************** *
105600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
105700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
105800* PROGRAM IN THIS SUITE.                                         *
105900* ************************************************************** *
106000 500-DISPLAY-UNKNOWN-ERROR.
106100
106200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
106300     EXHIBIT NAMED VSIO-RETURN-CODE.
106400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
106500                   VSIO-VSAM-FUNCTION-CODE,
106600                   VSIO-VSAM-FEEDBACK-CODE.
106700
106800 509-EXIT.
106900     EXIT.
