000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STUMERGE.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* DUPLICATE STUDENT MERGE.  FOR EACH SYSIN MERGE CARD, EVERY    *
000900* RECORD FILED UNDER THE DUPLICATE (LOSING) SIR-STUDENT-ID IS   *
001000* MOVED ONTO THE SURVIVING SIR-STUDENT-ID AND THE DUPLICATE'S   *
001100* DEMOGRAPHIC RECORD IS DELETED.  CANDIDATE PAIRS COME FROM     *
001200* THE STUDUPS REPORT; THE REGISTRAR DECIDES WHICH ID SURVIVES.  *
001300*                                                                 *
001400* EACH MERGE CARD CARRIES:                                      *
001500*   COL  1-7   SURVIVING STUDENT ID                             *
001600*   COL  8-14  DUPLICATE STUDENT ID                             *
001700*   COL 15-22  OPERATOR ID FOR THE VSIOAUD TRAIL                *
001800*                                                                 *
001900* A CARD IS REJECTED, WITH NOTHING CHANGED, WHEN AN ID IS       *
002000* MISSING OR NOT ON STMASTR, THE TWO IDS ARE THE SAME, EITHER   *
002100* ID ALREADY APPEARS ON AN EARLIER CARD OF THE RUN, BOTH IDS    *
002200* HOLD A CONFERRED DEGREE ('DG' AT KEY-ID 990), OR THE          *
002300* SURVIVOR'S KEY GROUP HAS NO ROOM FOR THE DUPLICATE'S RECORDS. *
002400*                                                                 *
002500* HOW EACH CLUSTER IS MERGED:                                   *
002600*   STMASTR  - EACH RECORD IS REWRITTEN UNDER THE SURVIVOR AT   *
002700*              THE FIRST FREE KEY-ID IN ITS OWN RANGE           *
002800*              (001-699 ENROLLMENTS, 700-799 STANDING, 800-899  *
002900*              MAJOR HISTORY, 900-999 TRANSFER CREDIT, 990 THE  *
003000*              DEGREE); THE DUPLICATE'S 000 RECORD IS DELETED.  *
003100*   ARBAL    - BALANCES ARE ADDED; THE LATER CHARGE AND PAYMENT *
003200*              DATES ARE KEPT.                                  *
003300*   ARDETL   - EACH JOURNAL ENTRY IS RE-POINTED IN PLACE AT THE *
003400*              SURVIVOR (ESDS REWRITE THROUGH VSAMIO).          *
003500*   HOLDTBL, SUBSTBL, SPONAUTH, ADVSTBL - MOVED; WHERE THE      *
003600*              SURVIVOR ALREADY HAS THE SAME KEY, THE           *
003700*              SURVIVOR'S RECORD IS KEPT.                       *
003800*   AIDTBL   - MOVED; THE SAME SEMESTER AND SOURCE ALREADY ON   *
003900*              THE SURVIVOR HAS THE AMOUNTS ADDED TOGETHER.     *
004000*   PLANTBL  - INSTALLMENTS ARE RENUMBERED AFTER THE            *
004100*              SURVIVOR'S HIGHEST INSTALLMENT.                  *
004200*   DUNTBL   - THE HIGHER DUNNING LEVEL AND LATER DATE ARE KEPT.*
004300*   STDXREF  - EVERY STD-NO LINKED TO THE DUPLICATE IS RELINKED *
004400*              TO THE SURVIVOR WITH LINK SOURCE 'M' (MERGE).    *
004410*   PRIVTBL  - A PRIVACY BLOCK ON EITHER ID ENDS UP ON THE      *
004420*              SURVIVOR; IF BOTH ARE BLOCKED THE SURVIVOR'S     *
004430*              RECORD IS KEPT.                                  *
004500*                                                                 *
004600* EVERY WRITE, REWRITE AND DELETE GOES THROUGH VSAMIO UNDER THE *
004700* CARD'S OPERATOR ID, SO THE WHOLE MERGE IS ON THE VSIOAUD      *
004800* TRAIL.  THE MERGE REGISTER (SYSPRINT) SHOWS, FOR EACH CARD,   *
004900* WHAT WAS DONE TO EVERY CLUSTER, WITH A LINE FOR THE           *
005000* REGISTRAR'S SIGNATURE.                                        *
005100*                                                                 *
005200* MODIFICATION HISTORY.                                          *
005300*   DATE       INIT  DESCRIPTION                                 *
005400*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
005410*   10/15/2026 JM    PRIVTBL PRIVACY BLOCKS MERGED AS WELL.      *
005500* ************************************************************* *
005600
005700 ENVIRONMENT DIVISION.
005800 CONFIGURATION SECTION.
005900 SOURCE-COMPUTER. IBM-370.
006000 OBJECT-COMPUTER. IBM-370.
006100
006200 INPUT-OUTPUT SECTION.
006300 FILE-CONTROL.
006400
006500     SELECT CONTROL-CARD-FILE
006600         ASSIGN TO UT-S-SYSIN.
006700
006800     SELECT REPORT-FILE
006900         ASSIGN TO UR-1403-S-SYSPRINT.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CONTROL-CARD-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORD CONTAINS 80 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS CONTROL-CARD-RECORD.
007800 01  CONTROL-CARD-RECORD.
007900     02  MC-SURVIVOR-ID          PIC X(07).
008000     02  MC-DUPLICATE-ID         PIC X(07).
008100     02  MC-OPERATOR-ID          PIC X(08).
008200     02  FILLER                  PIC X(58).
008300
008400 FD  REPORT-FILE
008500     LABEL RECORDS ARE OMITTED
008600     RECORD CONTAINS 132 CHARACTERS
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS REPORT-LINE.
008900 01  REPORT-LINE                 PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009300     88  END-OF-FILE                         VALUE 'Y'.
009400
009500 77  WS-SCAN-DONE-SWITCH         PIC X(01)   VALUE 'N'.
009600     88  WS-SCAN-DONE                        VALUE 'Y'.
009700
009800 77  WS-ROW-OVERFLOW-SWITCH      PIC X(01)   VALUE 'N'.
009900     88  WS-ROW-OVERFLOW                     VALUE 'Y'.
010000
010100 77  WS-NO-ROOM-SWITCH           PIC X(01)   VALUE 'N'.
010200     88  WS-NO-ROOM                          VALUE 'Y'.
010300
010400 77  WS-KEY-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
010500     88  WS-KEY-FOUND                        VALUE 'Y'.
010600
010700 77  WS-CONFLICT-SWITCH          PIC X(01)   VALUE 'N'.
010800     88  WS-CONFLICT                         VALUE 'Y'.
010900
011000 77  WS-SURVIVOR-DEGREE-SWITCH   PIC X(01)   VALUE 'N'.
011100     88  WS-SURVIVOR-HAS-DEGREE              VALUE 'Y'.
011200
011300 77  MERGE-COUNT                 PIC S9(4) COMP  VALUE ZERO.
011400 77  MERGE-IDX                   PIC S9(4) COMP  VALUE ZERO.
011500 77  MERGE-LIMIT                 PIC S9(4) COMP  VALUE +100.
011600 77  CHECK-IDX                   PIC S9(4) COMP  VALUE ZERO.
011700 77  MATCH-IDX                   PIC S9(4) COMP  VALUE ZERO.
011800
011900 77  ROW-COUNT                   PIC S9(4) COMP  VALUE ZERO.
012000 77  ROW-IDX                     PIC S9(4) COMP  VALUE ZERO.
012100 77  ROW-LIMIT                   PIC S9(4) COMP  VALUE +300.
012200
012300 77  KEY-IDX                     PIC S9(4) COMP  VALUE ZERO.
012400 77  WS-CANDIDATE-KEY            PIC S9(4) COMP  VALUE ZERO.
012500 77  WS-RANGE-LOW                PIC S9(4) COMP  VALUE ZERO.
012600 77  WS-RANGE-HIGH               PIC S9(4) COMP  VALUE ZERO.
012700 77  WS-MAX-INST-NO              PIC S9(4) COMP  VALUE ZERO.
012800
012900 77  WS-CURRENT-FX               PIC S9(4) COMP  VALUE ZERO.
013000 77  WS-WORK-RECORD-LENGTH       PIC S9(8) COMP  VALUE ZERO.
013100 77  WS-COLLECT-ID               PIC X(07)   VALUE SPACES.
013200
013300 77  MERGED-COUNTER              PIC S9(8) COMP  VALUE ZERO.
013400 77  INCOMPLETE-COUNTER          PIC S9(8) COMP  VALUE ZERO.
013500 77  APPLIED-COUNTER             PIC S9(8) COMP  VALUE ZERO.
013600 77  REJECTED-COUNTER            PIC S9(8) COMP  VALUE ZERO.
013700
013800* ************************************************************** *
013900* CLUSTER NUMBERS.  THESE INDEX BOTH CLUSTER-NAME-TABLE AND THE  *
014000* PER-MERGE COUNTS IN MERGE-TABLE.                               *
014100* ************************************************************** *
014200 77  FX-STUDENT-MASTER           PIC S9(4) COMP  VALUE +1.
014300 77  FX-AR-BALANCE               PIC S9(4) COMP  VALUE +2.
014400 77  FX-AR-DETAIL                PIC S9(4) COMP  VALUE +3.
014500 77  FX-HOLD-TABLE               PIC S9(4) COMP  VALUE +4.
014600 77  FX-AID-TABLE                PIC S9(4) COMP  VALUE +5.
014700 77  FX-PLAN-TABLE               PIC S9(4) COMP  VALUE +6.
014800 77  FX-SUBSTITUTION             PIC S9(4) COMP  VALUE +7.
014900 77  FX-SPONSOR-AUTH             PIC S9(4) COMP  VALUE +8.
015000 77  FX-ADVISOR-TABLE            PIC S9(4) COMP  VALUE +9.
015100 77  FX-DUNNING-TABLE            PIC S9(4) COMP  VALUE +10.
015200 77  FX-XREF                     PIC S9(4) COMP  VALUE +11.
015210 77  FX-PRIVACY-TABLE            PIC S9(4) COMP  VALUE +12.
015300 77  FX-LIMIT                    PIC S9(4) COMP  VALUE +12.
015400
015500 01  CLUSTER-NAME-VALUES.
015600     02  FILLER                  PIC X(08) VALUE 'STMASTR'.
015700     02  FILLER                  PIC X(08) VALUE 'ARBAL'.
015800     02  FILLER                  PIC X(08) VALUE 'ARDETL'.
015900     02  FILLER                  PIC X(08) VALUE 'HOLDTBL'.
016000     02  FILLER                  PIC X(08) VALUE 'AIDTBL'.
016100     02  FILLER                  PIC X(08) VALUE 'PLANTBL'.
016200     02  FILLER                  PIC X(08) VALUE 'SUBSTBL'.
016300     02  FILLER                  PIC X(08) VALUE 'SPONAUTH'.
016400     02  FILLER                  PIC X(08) VALUE 'ADVSTBL'.
016500     02  FILLER                  PIC X(08) VALUE 'DUNTBL'.
016600     02  FILLER                  PIC X(08) VALUE 'STDXREF'.
016610     02  FILLER                  PIC X(08) VALUE 'PRIVTBL'.
016700 01  CLUSTER-NAME-TABLE REDEFINES CLUSTER-NAME-VALUES.
016800     02  CLUSTER-NAME            PIC X(08) OCCURS 12 TIMES.
016900
017000 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
017100 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
017200     02  WS-RUN-YY               PIC 9(02).
017300     02  WS-RUN-MM               PIC 9(02).
017400     02  WS-RUN-DD               PIC 9(02).
017500
017600* ************************************************************** *
017700* INPUT AND OUTPUT OF 620-EXPAND-YYMMDD, SO THE 6-DIGIT ARBAL    *
017800* DATES COMPARE CORRECTLY ACROSS A CENTURY BOUNDARY.             *
017900* ************************************************************** *
018000 01  WS-DATE-YYMMDD              PIC 9(06)   VALUE ZERO.
018100 01  FILLER REDEFINES WS-DATE-YYMMDD.
018200     02  WS-DATE-YY              PIC 9(02).
018300     02  WS-DATE-MMDD            PIC 9(04).
018400 01  WS-DATE-CCYYMMDD            PIC 9(08)   VALUE ZERO.
018500 01  FILLER REDEFINES WS-DATE-CCYYMMDD.
018600     02  WS-DATE-CCYY            PIC 9(04).
018700     02  WS-DATE-CC-MMDD         PIC 9(04).
018800 01  WS-LOSER-CCYYMMDD           PIC 9(08)   VALUE ZERO.
018900
019000 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
019100
019200 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
019300 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
019400 01  AR-BALANCE-FILE             COPY VSAMIOFB.
019500 01  AR-DETAIL-FILE              COPY VSAMIOFB.
019600 01  HOLD-TABLE-FILE             COPY VSAMIOFB.
019700 01  AID-TABLE-FILE              COPY VSAMIOFB.
019800 01  PLAN-TABLE-FILE             COPY VSAMIOFB.
019900 01  SUBSTITUTION-FILE           COPY VSAMIOFB.
020000 01  SPONSOR-AUTH-FILE           COPY VSAMIOFB.
020100 01  ADVISOR-TABLE-FILE          COPY VSAMIOFB.
020200 01  DUNNING-TABLE-FILE          COPY VSAMIOFB.
020300 01  XREF-FILE                   COPY VSAMIOFB.
020310 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
020400
020500* ************************************************************** *
020600* WORK-FILE IS LOADED FROM ONE OF THE KSDS CONTROL BLOCKS ABOVE  *
020700* BY 045-SELECT-CLUSTER SO ONE SET OF COLLECT/MOVE PARAGRAPHS    *
020800* SERVES EVERY STUDENT-KEYED CLUSTER.  WORK-RECORD IS SIZED FOR  *
020900* THE LONGEST OF THEM (THE 83-BYTE DEMOGRAPHIC RECORD).          *
021000* ************************************************************** *
021100 01  WORK-FILE                   COPY VSAMIOFB.
021200 01  WORK-RECORD                 PIC X(83).
021300 01  WORK-MASTER-VIEW REDEFINES WORK-RECORD.
021400     02  WMV-STUDENT-ID          PIC X(07).
021500     02  WMV-KEY-ID              PIC 9(03).
021600     02  WMV-NAME                PIC X(22).
021700     02  FILLER                  PIC X(51).
021800 01  WORK-PLAN-VIEW REDEFINES WORK-RECORD.
021900     02  FILLER                  PIC X(07).
022000     02  WPV-INST-NO             PIC 9(02).
022100     02  FILLER                  PIC X(74).
022200 01  XREF-RECORD REDEFINES WORK-RECORD.
022300     02  XRF-STD-NO              PIC 9(03).
022400     02  XRF-STUDENT-ID          PIC X(07).
022500     02  XRF-LINK-SOURCE         PIC X(01).
022600     02  XRF-LINK-DATE           PIC 9(06).
022700     02  FILLER                  PIC X(66).
022800
022900 01  AR-DETAIL-RECORD.
023000     02  ARD-STUDENT-ID          PIC X(07).
023100     02  ARD-POST-DATE           PIC 9(08).
023200     02  ARD-TYPE                PIC X(03).
023300     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
023400     02  ARD-REFERENCE           PIC X(20).
023500     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
023600     02  FILLER                  PIC X(14).
023700
023800* ************************************************************** *
023900* THE DUPLICATE'S RECORD AND THE SURVIVOR'S RECORD OF THE SAME   *
024000* KEY, FOR THE THREE CLUSTERS WHOSE RECORDS ARE COMBINED RATHER  *
024100* THAN SIMPLY KEPT: ARBAL, AIDTBL AND DUNTBL.                    *
024200* ************************************************************** *
024300 01  LOSER-IMAGE                 PIC X(83).
024400 01  LOSER-BALANCE-VIEW REDEFINES LOSER-IMAGE.
024500     02  FILLER                  PIC X(07).
024600     02  LBV-BALANCE             PIC S9(5)V99 COMP-3.
024700     02  LBV-LAST-CHARGE-DATE    PIC 9(06).
024800     02  LBV-LAST-PAYMENT-DATE   PIC 9(06).
024900     02  FILLER                  PIC X(60).
025000 01  LOSER-AID-VIEW REDEFINES LOSER-IMAGE.
025100     02  FILLER                  PIC X(17).
025200     02  LAV-AMOUNT              PIC 9(5)V99.
025300     02  LAV-DISBURSED           PIC 9(5)V99.
025400     02  FILLER                  PIC X(52).
025500 01  LOSER-DUNNING-VIEW REDEFINES LOSER-IMAGE.
025600     02  FILLER                  PIC X(07).
025700     02  LDV-LEVEL               PIC 9(01).
025800     02  LDV-LAST-DATE           PIC 9(08).
025900     02  FILLER                  PIC X(67).
026000
026100 01  SURVIVOR-IMAGE              PIC X(83).
026200 01  SURVIVOR-BALANCE-VIEW REDEFINES SURVIVOR-IMAGE.
026300     02  FILLER                  PIC X(07).
026400     02  SBV-BALANCE             PIC S9(5)V99 COMP-3.
026500     02  SBV-LAST-CHARGE-DATE    PIC 9(06).
026600     02  SBV-LAST-PAYMENT-DATE   PIC 9(06).
026700     02  FILLER                  PIC X(60).
026800 01  SURVIVOR-AID-VIEW REDEFINES SURVIVOR-IMAGE.
026900     02  FILLER                  PIC X(17).
027000     02  SAV-AMOUNT              PIC 9(5)V99.
027100     02  SAV-DISBURSED           PIC 9(5)V99.
027200     02  FILLER                  PIC X(52).
027300 01  SURVIVOR-DUNNING-VIEW REDEFINES SURVIVOR-IMAGE.
027400     02  FILLER                  PIC X(07).
027500     02  SDV-LEVEL               PIC 9(01).
027600     02  SDV-LAST-DATE           PIC 9(08).
027700     02  FILLER                  PIC X(67).
027800
027900* ************************************************************** *
028000* THE RECORDS OF ONE STUDENT ID IN ONE CLUSTER, COLLECTED BEFORE *
028100* ANY ARE MOVED SO THE BROWSE NEVER MEETS A RECORD IT HAS JUST   *
028200* WRITTEN OR DELETED.  ROW-NEW-KEY-ID IS THE STMASTR KEY-ID THE  *
028300* RECORD WILL TAKE UNDER THE SURVIVOR.                           *
028400* ************************************************************** *
028500 01  ROW-TABLE.
028600     02  ROW-ENTRY OCCURS 300 TIMES.
028700         03  ROW-IMAGE           PIC X(83).
028800         03  ROW-KEY-VIEW REDEFINES ROW-IMAGE.
028900             04  ROW-STUDENT-ID  PIC X(07).
029000             04  ROW-KEY-ID      PIC 9(03).
029100             04  FILLER          PIC X(73).
029200         03  ROW-PLAN-VIEW REDEFINES ROW-IMAGE.
029300             04  FILLER          PIC X(07).
029400             04  ROW-INST-NO     PIC 9(02).
029500             04  FILLER          PIC X(74).
029600         03  ROW-LENGTH          PIC S9(8) COMP.
029700         03  ROW-NEW-KEY-ID      PIC 9(03).
029800
029900* ************************************************************** *
030000* ONE BYTE PER STMASTR KEY-ID 000-999 OF THE SURVIVOR ('Y' WHEN  *
030100* IN USE), SUBSCRIPTED BY KEY-ID + 1.                            *
030200* ************************************************************** *
030300 01  KEY-USED-TABLE.
030400     02  KEY-USED                PIC X(01) OCCURS 1000 TIMES.
030500
030600 01  MERGE-TABLE.
030700     02  MERGE-ENTRY OCCURS 100 TIMES.
030800         03  MG-SURVIVOR-ID      PIC X(07).
030900         03  MG-DUPLICATE-ID     PIC X(07).
031000         03  MG-OPERATOR-ID      PIC X(08).
031100         03  MG-SURVIVOR-NAME    PIC X(22).
031200         03  MG-DUPLICATE-NAME   PIC X(22).
031300         03  MG-STATUS           PIC X(01).
031400             88  MG-MERGED               VALUE 'M'.
031500             88  MG-INCOMPLETE           VALUE 'E'.
031600             88  MG-REJECTED             VALUE 'R'.
031700         03  MG-REASON           PIC X(40).
031800         03  MG-CLUSTER-COUNTS OCCURS 12 TIMES.
031900             04  MG-MOVED        PIC S9(4) COMP.
032000             04  MG-COMBINED     PIC S9(4) COMP.
032100             04  MG-KEPT         PIC S9(4) COMP.
032200
032300 01  HEADING-LINE-1.
032400     02  FILLER                  PIC X(38) VALUE
032500         'STUMERGE - DUPLICATE STUDENT MERGE RUN'.
032600     02  FILLER                  PIC X(10) VALUE
032700         '  RUN DATE'.
032800     02  FILLER                  PIC X(01) VALUE SPACES.
032900     02  HL1-RUN-MM              PIC 9(02).
033000     02  FILLER                  PIC X(01) VALUE '/'.
033100     02  HL1-RUN-DD              PIC 9(02).
033200     02  FILLER                  PIC X(01) VALUE '/'.
033300     02  HL1-RUN-YY              PIC 9(02).
033400     02  FILLER                  PIC X(75) VALUE SPACES.
033500
033600 01  MERGE-LINE.
033700     02  FILLER                  PIC X(06) VALUE 'MERGE '.
033800     02  ML-NUMBER               PIC ZZ9.
033900     02  FILLER                  PIC X(11) VALUE
034000         '  SURVIVOR '.
034100     02  ML-SURVIVOR-ID          PIC X(07).
034200     02  FILLER                  PIC X(01) VALUE SPACES.
034300     02  ML-SURVIVOR-NAME        PIC X(22).
034400     02  FILLER                  PIC X(12) VALUE
034500         '  DUPLICATE '.
034600     02  ML-DUPLICATE-ID         PIC X(07).
034700     02  FILLER                  PIC X(01) VALUE SPACES.
034800     02  ML-DUPLICATE-NAME       PIC X(22).
034900     02  FILLER                  PIC X(11) VALUE
035000         '  OPERATOR '.
035100     02  ML-OPERATOR-ID          PIC X(08).
035200     02  FILLER                  PIC X(21) VALUE SPACES.
035300
035400 01  DISPOSITION-LINE.
035500     02  FILLER                  PIC X(10) VALUE SPACES.
035600     02  FILLER                  PIC X(13) VALUE
035700         'DISPOSITION: '.
035800     02  DL-TEXT                 PIC X(40).
035900     02  FILLER                  PIC X(69) VALUE SPACES.
036000
036100 01  CLUSTER-HEADING-LINE.
036200     02  FILLER                  PIC X(10) VALUE SPACES.
036300     02  FILLER                  PIC X(10) VALUE 'CLUSTER'.
036400     02  FILLER                  PIC X(08) VALUE '   MOVED'.
036500     02  FILLER                  PIC X(11) VALUE '   COMBINED'.
036600     02  FILLER                  PIC X(16) VALUE
036700         '   SURVIVOR KEPT'.
036800     02  FILLER                  PIC X(77) VALUE SPACES.
036900
037000 01  CLUSTER-LINE.
037100     02  FILLER                  PIC X(10) VALUE SPACES.
037200     02  CL-NAME                 PIC X(08).
037300     02  FILLER                  PIC X(06) VALUE SPACES.
037400     02  CL-MOVED                PIC ZZZ9.
037500     02  FILLER                  PIC X(07) VALUE SPACES.
037600     02  CL-COMBINED             PIC ZZZ9.
037700     02  FILLER                  PIC X(12) VALUE SPACES.
037800     02  CL-KEPT                 PIC ZZZ9.
037900     02  FILLER                  PIC X(77) VALUE SPACES.
038000
038100 01  SIGNATURE-LINE.
038200     02  FILLER                  PIC X(10) VALUE SPACES.
038300     02  FILLER                  PIC X(42) VALUE
038400         'REGISTRAR ______________________________  '.
038500     02  FILLER                  PIC X(15) VALUE
038600         'DATE __________'.
038700     02  FILLER                  PIC X(65) VALUE SPACES.
038800
038900 01  NO-CARDS-LINE.
039000     02  FILLER                  PIC X(42) VALUE
039100         '*** NO MERGE CARDS SUPPLIED              '.
039200     02  FILLER                  PIC X(90) VALUE SPACES.
039300
039400 01  TOTAL-LINE.
039500     02  FILLER                  PIC X(13) VALUE 'MERGE CARDS: '.
039600     02  TL-CARDS                PIC ZZZ9.
039700     02  FILLER                  PIC X(10) VALUE '  MERGED: '.
039800     02  TL-MERGED               PIC ZZZ9.
039900     02  FILLER                  PIC X(14) VALUE
040000         '  INCOMPLETE: '.
040100     02  TL-INCOMPLETE           PIC ZZZ9.
040200     02  FILLER                  PIC X(12) VALUE
040300         '  REJECTED: '.
040400     02  TL-REJECTED             PIC ZZZ9.
040500     02  FILLER                  PIC X(67) VALUE SPACES.
040600
040700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
040800
040900 PROCEDURE DIVISION.
041000
041100 000-INITIATE.
041200
041300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
041400
041500     OPEN OUTPUT REPORT-FILE.
041600     MOVE WS-RUN-MM TO HL1-RUN-MM.
041700     MOVE WS-RUN-DD TO HL1-RUN-DD.
041800     MOVE WS-RUN-YY TO HL1-RUN-YY.
041900     WRITE REPORT-LINE FROM HEADING-LINE-1
042000         AFTER ADVANCING PAGE.
042100     WRITE REPORT-LINE FROM BLANK-LINE.
042200
042300     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
042400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
042500     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
042600     MOVE 'ARBAL' TO VSIO-DDNAME OF AR-BALANCE-FILE.
042700     MOVE +23 TO VSIO-RECORD-LENGTH OF AR-BALANCE-FILE.
042800     MOVE +7 TO VSIO-KEY-LENGTH OF AR-BALANCE-FILE.
042900     MOVE 'HOLDTBL' TO VSIO-DDNAME OF HOLD-TABLE-FILE.
043000     MOVE +54 TO VSIO-RECORD-LENGTH OF HOLD-TABLE-FILE.
043100     MOVE +8 TO VSIO-KEY-LENGTH OF HOLD-TABLE-FILE.
043200     MOVE 'AIDTBL' TO VSIO-DDNAME OF AID-TABLE-FILE.
043300     MOVE +31 TO VSIO-RECORD-LENGTH OF AID-TABLE-FILE.
043400     MOVE +17 TO VSIO-KEY-LENGTH OF AID-TABLE-FILE.
043500     MOVE 'PLANTBL' TO VSIO-DDNAME OF PLAN-TABLE-FILE.
043600     MOVE +33 TO VSIO-RECORD-LENGTH OF PLAN-TABLE-FILE.
043700     MOVE +9 TO VSIO-KEY-LENGTH OF PLAN-TABLE-FILE.
043800     MOVE 'SUBSTBL' TO VSIO-DDNAME OF SUBSTITUTION-FILE.
043900     MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE.
044000     MOVE +12 TO VSIO-KEY-LENGTH OF SUBSTITUTION-FILE.
044100     MOVE 'SPONAUTH' TO VSIO-DDNAME OF SPONSOR-AUTH-FILE.
044200     MOVE +20 TO VSIO-RECORD-LENGTH OF SPONSOR-AUTH-FILE.
044300     MOVE +7 TO VSIO-KEY-LENGTH OF SPONSOR-AUTH-FILE.
044400     MOVE 'ADVSTBL' TO VSIO-DDNAME OF ADVISOR-TABLE-FILE.
044500     MOVE +20 TO VSIO-RECORD-LENGTH OF ADVISOR-TABLE-FILE.
044600     MOVE +7 TO VSIO-KEY-LENGTH OF ADVISOR-TABLE-FILE.
044700     MOVE 'DUNTBL' TO VSIO-DDNAME OF DUNNING-TABLE-FILE.
044800     MOVE +16 TO VSIO-RECORD-LENGTH OF DUNNING-TABLE-FILE.
044900     MOVE +7 TO VSIO-KEY-LENGTH OF DUNNING-TABLE-FILE.
045000     MOVE 'STDXREF' TO VSIO-DDNAME OF XREF-FILE.
045100     MOVE +20 TO VSIO-RECORD-LENGTH OF XREF-FILE.
045200     MOVE +3 TO VSIO-KEY-LENGTH OF XREF-FILE.
045210     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
045220     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
045230     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
045300
045400     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
045500     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
045600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
045700     MOVE VSIO-I-O TO VSIO-MODE OF AR-DETAIL-FILE.
045800     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
045900     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
046000     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
046100
046200     MOVE 1 TO WS-CURRENT-FX.
046300     PERFORM 050-OPEN-CLUSTER
046400        THRU 059-EXIT
046500       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
046600*    END-PERFORM.
046700
046800 010-PROCESS.
046900
047000     OPEN INPUT CONTROL-CARD-FILE.
047100     PERFORM 100-LOAD-MERGE-CARD
047200        THRU 109-EXIT
047300       UNTIL END-OF-FILE.
047400*    END-PERFORM.
047500     CLOSE CONTROL-CARD-FILE.
047600
047700     MOVE 1 TO MERGE-IDX.
047800     PERFORM 200-MERGE-ONE-PAIR
047900        THRU 209-EXIT
048000       UNTIL MERGE-IDX GREATER THAN MERGE-COUNT.
048100*    END-PERFORM.
048200
048300     IF APPLIED-COUNTER GREATER THAN ZERO
048400         PERFORM 300-REPOINT-AR-DETAIL THRU 309-EXIT
048500         PERFORM 350-RELINK-XREF THRU 359-EXIT.
048600*    END-IF.
048700
048800     IF MERGE-COUNT EQUAL ZERO
048900         WRITE REPORT-LINE FROM NO-CARDS-LINE.
049000*    END-IF.
049100
049200     MOVE 1 TO MERGE-IDX.
049300     PERFORM 400-PRINT-ONE-MERGE
049400        THRU 409-EXIT
049500       UNTIL MERGE-IDX GREATER THAN MERGE-COUNT.
049600*    END-PERFORM.
049700
049800 020-TERMINATE.
049900
050000     MOVE 1 TO WS-CURRENT-FX.
050100     PERFORM 055-CLOSE-CLUSTER
050200        THRU 055-EXIT
050300       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
050400*    END-PERFORM.
050500
050600     MOVE MERGE-COUNT TO TL-CARDS.
050700     MOVE MERGED-COUNTER TO TL-MERGED.
050800     MOVE INCOMPLETE-COUNTER TO TL-INCOMPLETE.
050900     MOVE REJECTED-COUNTER TO TL-REJECTED.
051000     WRITE REPORT-LINE FROM TOTAL-LINE.
051100     CLOSE REPORT-FILE.
051200
051300     DISPLAY 'STUMERGE: MERGE CARDS: ' MERGE-COUNT.
051400     DISPLAY 'STUMERGE: MERGED:      ' MERGED-COUNTER.
051500     DISPLAY 'STUMERGE: INCOMPLETE:  ' INCOMPLETE-COUNTER.
051600     DISPLAY 'STUMERGE: REJECTED:    ' REJECTED-COUNTER.
051700
051800     IF INCOMPLETE-COUNTER GREATER THAN ZERO
051900         MOVE +8 TO RETURN-CODE
052000     ELSE
052100         IF REJECTED-COUNTER GREATER THAN ZERO
052200         AND RETURN-CODE LESS THAN +4
052300             MOVE +4 TO RETURN-CODE.
052400*        END-IF.
052500*    END-IF.
052600     STOP RUN.
052700
052800* ************************************************************** *
052900* LOADS WORK-FILE FROM THE CONTROL BLOCK OF CLUSTER NUMBER       *
053000* WS-CURRENT-FX.  EVERY STUDENT-KEYED CLUSTER IS OPENED DYNAMIC  *
053100* I-O SO ONE OPEN SERVES BOTH THE KEYED READS AND THE BROWSES.   *
053200* ************************************************************** *
053300 045-SELECT-CLUSTER.
053400
053500     EVALUATE WS-CURRENT-FX
053600         WHEN FX-STUDENT-MASTER
053700             MOVE STUDENT-MASTER-FILE TO WORK-FILE
053800         WHEN FX-AR-BALANCE
053900             MOVE AR-BALANCE-FILE TO WORK-FILE
054000         WHEN FX-AR-DETAIL
054100             MOVE AR-DETAIL-FILE TO WORK-FILE
054200         WHEN FX-HOLD-TABLE
054300             MOVE HOLD-TABLE-FILE TO WORK-FILE
054400         WHEN FX-AID-TABLE
054500             MOVE AID-TABLE-FILE TO WORK-FILE
054600         WHEN FX-PLAN-TABLE
054700             MOVE PLAN-TABLE-FILE TO WORK-FILE
054800         WHEN FX-SUBSTITUTION
054900             MOVE SUBSTITUTION-FILE TO WORK-FILE
055000         WHEN FX-SPONSOR-AUTH
055100             MOVE SPONSOR-AUTH-FILE TO WORK-FILE
055200         WHEN FX-ADVISOR-TABLE
055300             MOVE ADVISOR-TABLE-FILE TO WORK-FILE
055400         WHEN FX-DUNNING-TABLE
055500             MOVE DUNNING-TABLE-FILE TO WORK-FILE
055600         WHEN FX-XREF
055700             MOVE XREF-FILE TO WORK-FILE
055710         WHEN FX-PRIVACY-TABLE
055720             MOVE PRIVACY-TABLE-FILE TO WORK-FILE
055800     END-EVALUATE.
055900
056000     IF WS-CURRENT-FX NOT EQUAL FX-AR-DETAIL
056100         MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF WORK-FILE
056200         MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF WORK-FILE
056300         MOVE VSIO-I-O TO VSIO-MODE OF WORK-FILE
056400         MOVE +0 TO VSIO-KEY-POSITION OF WORK-FILE.
056500*    END-IF.
056600     MOVE VSIO-RECORD-LENGTH OF WORK-FILE
056700         TO WS-WORK-RECORD-LENGTH.
056800
056900 045-EXIT.
057000     EXIT.
057100
057200* ************************************************************** *
057300* OPENS EVERY KSDS CLUSTER FOR THE RUN.  ARDETL IS OPENED ONLY   *
057400* FOR ITS OWN PASS IN 300-REPOINT-AR-DETAIL.                     *
057500* ************************************************************** *
057600 050-OPEN-CLUSTER.
057700
057800     IF WS-CURRENT-FX EQUAL FX-AR-DETAIL
057900         GO TO 058-NEXT-CLUSTER.
058000*    END-IF.
058100
058200     PERFORM 045-SELECT-CLUSTER THRU 045-EXIT.
058300     MOVE VSIO-OPEN TO VSIO-COMMAND.
058400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058500                         WORK-FILE,
058600                         WORK-RECORD.
058700*    END-CALL.
058800     IF NOT VSIO-SUCCESS
058900         DISPLAY 'STUMERGE: CANNOT OPEN '
059000                 CLUSTER-NAME (WS-CURRENT-FX)
059100                 ' - STOPPING'
059200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059300         MOVE +12 TO RETURN-CODE
059400         STOP RUN.
059500*    END-IF.
059600
059700 058-NEXT-CLUSTER.
059800     ADD 1 TO WS-CURRENT-FX.
059900
060000 059-EXIT.
060100     EXIT.
060200
060300 055-CLOSE-CLUSTER.
060400
060500     IF WS-CURRENT-FX NOT EQUAL FX-AR-DETAIL
060600         PERFORM 045-SELECT-CLUSTER THRU 045-EXIT
060700         MOVE VSIO-CLOSE TO VSIO-COMMAND
060800         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060900                             WORK-FILE,
061000                             WORK-RECORD.
061100*        END-CALL.
061200*    END-IF.
061300     ADD 1 TO WS-CURRENT-FX.
061400
061500 055-EXIT.
061600     EXIT.
061700
061800* ************************************************************** *
061900* READS AND VALIDATES ONE MERGE CARD.  A REJECTED CARD STAYS IN  *
062000* THE TABLE SO IT PRINTS ON THE REGISTER WITH ITS REASON.        *
062100* ************************************************************** *
062200 100-LOAD-MERGE-CARD.
062300
062400     READ CONTROL-CARD-FILE
062500         AT END
062600             MOVE 'Y' TO END-OF-FILE-SWITCH
062700             GO TO 109-EXIT.
062800*    END-READ.
062900
063000     IF CONTROL-CARD-RECORD EQUAL SPACES
063100         GO TO 109-EXIT.
063200*    END-IF.
063300
063400     IF MERGE-COUNT NOT LESS THAN MERGE-LIMIT
063500         DISPLAY 'STUMERGE: MORE THAN 100 MERGE CARDS - '
063600                 'CARD IGNORED: ' CONTROL-CARD-RECORD (1:22)
063700         ADD +1 TO REJECTED-COUNTER
063800         GO TO 109-EXIT.
063900*    END-IF.
064000
064100     ADD +1 TO MERGE-COUNT.
064200     MOVE MC-SURVIVOR-ID TO MG-SURVIVOR-ID (MERGE-COUNT).
064300     MOVE MC-DUPLICATE-ID TO MG-DUPLICATE-ID (MERGE-COUNT).
064400     MOVE MC-OPERATOR-ID TO MG-OPERATOR-ID (MERGE-COUNT).
064500     MOVE SPACES TO MG-SURVIVOR-NAME (MERGE-COUNT).
064600     MOVE SPACES TO MG-DUPLICATE-NAME (MERGE-COUNT).
064700     MOVE SPACES TO MG-REASON (MERGE-COUNT).
064800     MOVE 'M' TO MG-STATUS (MERGE-COUNT).
064900     MOVE 1 TO WS-CURRENT-FX.
065000     PERFORM 105-CLEAR-COUNTS
065100        THRU 105-EXIT
065200       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
065300*    END-PERFORM.
065400
065500     IF MC-SURVIVOR-ID EQUAL SPACES
065600     OR MC-DUPLICATE-ID EQUAL SPACES
065700         MOVE 'SURVIVOR OR DUPLICATE ID MISSING'
065800             TO MG-REASON (MERGE-COUNT)
065900         GO TO 108-REJECT-CARD.
066000*    END-IF.
066100
066200     IF MC-OPERATOR-ID EQUAL SPACES
066300         MOVE 'NO OPERATOR ID ON CARD'
066400             TO MG-REASON (MERGE-COUNT)
066500         GO TO 108-REJECT-CARD.
066600*    END-IF.
066700
066800     IF MC-SURVIVOR-ID EQUAL MC-DUPLICATE-ID
066900         MOVE 'SURVIVOR AND DUPLICATE ARE THE SAME ID'
067000             TO MG-REASON (MERGE-COUNT)
067100         GO TO 108-REJECT-CARD.
067200*    END-IF.
067300
067400     MOVE 'N' TO WS-CONFLICT-SWITCH.
067500     MOVE 1 TO CHECK-IDX.
067600     PERFORM 106-CHECK-EARLIER-CARD
067700        THRU 106-EXIT
067800       UNTIL CHECK-IDX NOT LESS THAN MERGE-COUNT.
067900*    END-PERFORM.
068000     IF WS-CONFLICT
068100         MOVE 'ID ALREADY ON AN EARLIER MERGE CARD'
068200             TO MG-REASON (MERGE-COUNT)
068300         GO TO 108-REJECT-CARD.
068400*    END-IF.
068500
068600     MOVE FX-STUDENT-MASTER TO WS-CURRENT-FX.
068700     PERFORM 045-SELECT-CLUSTER THRU 045-EXIT.
068800
068900     MOVE MC-SURVIVOR-ID TO WS-COLLECT-ID.
069000     PERFORM 110-READ-MASTER THRU 119-EXIT.
069100     IF NOT VSIO-SUCCESS
069200         MOVE +0 TO VSIO-RETURN-CODE
069300         MOVE 'SURVIVOR NOT ON STMASTR'
069400             TO MG-REASON (MERGE-COUNT)
069500         GO TO 108-REJECT-CARD.
069600*    END-IF.
069700     MOVE WMV-NAME TO MG-SURVIVOR-NAME (MERGE-COUNT).
069800
069900     MOVE MC-DUPLICATE-ID TO WS-COLLECT-ID.
070000     PERFORM 110-READ-MASTER THRU 119-EXIT.
070100     IF NOT VSIO-SUCCESS
070200         MOVE +0 TO VSIO-RETURN-CODE
070300         MOVE 'DUPLICATE NOT ON STMASTR'
070400             TO MG-REASON (MERGE-COUNT)
070500         GO TO 108-REJECT-CARD.
070600*    END-IF.
070700     MOVE WMV-NAME TO MG-DUPLICATE-NAME (MERGE-COUNT).
070800
070900     MOVE 'N' TO WS-SURVIVOR-DEGREE-SWITCH.
071000     MOVE MC-SURVIVOR-ID TO WS-COLLECT-ID.
071100     PERFORM 115-READ-DEGREE THRU 115-EXIT.
071200     IF VSIO-SUCCESS
071300         MOVE 'Y' TO WS-SURVIVOR-DEGREE-SWITCH.
071400*    END-IF.
071500     MOVE +0 TO VSIO-RETURN-CODE.
071600     MOVE MC-DUPLICATE-ID TO WS-COLLECT-ID.
071700     PERFORM 115-READ-DEGREE THRU 115-EXIT.
071800     IF VSIO-SUCCESS
071900     AND WS-SURVIVOR-HAS-DEGREE
072000         MOVE 'BOTH IDS HOLD A CONFERRED DEGREE'
072100             TO MG-REASON (MERGE-COUNT)
072200         GO TO 108-REJECT-CARD.
072300*    END-IF.
072400     MOVE +0 TO VSIO-RETURN-CODE.
072500
072600     GO TO 109-EXIT.
072700
072800 108-REJECT-CARD.
072900     MOVE 'R' TO MG-STATUS (MERGE-COUNT).
073000     ADD +1 TO REJECTED-COUNTER.
073100
073200 109-EXIT.
073300     EXIT.
073400
073500 105-CLEAR-COUNTS.
073600
073700     MOVE ZERO TO MG-MOVED (MERGE-COUNT, WS-CURRENT-FX).
073800     MOVE ZERO TO MG-COMBINED (MERGE-COUNT, WS-CURRENT-FX).
073900     MOVE ZERO TO MG-KEPT (MERGE-COUNT, WS-CURRENT-FX).
074000     ADD 1 TO WS-CURRENT-FX.
074100
074200 105-EXIT.
074300     EXIT.
074400
074500* ************************************************************** *
074600* AN ID ON AN EARLIER, ACCEPTED CARD MAY NOT APPEAR AGAIN: THE   *
074700* ARDETL AND STDXREF PASSES RUN ONCE FOR THE WHOLE RUN AND       *
074800* CANNOT FOLLOW A CHAIN OF MERGES.                               *
074900* ************************************************************** *
075000 106-CHECK-EARLIER-CARD.
075100
075200     IF NOT MG-REJECTED (CHECK-IDX)
075300         IF MG-SURVIVOR-ID (CHECK-IDX) EQUAL MC-SURVIVOR-ID
075400         OR MG-SURVIVOR-ID (CHECK-IDX) EQUAL MC-DUPLICATE-ID
075500         OR MG-DUPLICATE-ID (CHECK-IDX) EQUAL MC-SURVIVOR-ID
075600         OR MG-DUPLICATE-ID (CHECK-IDX) EQUAL MC-DUPLICATE-ID
075700             MOVE 'Y' TO WS-CONFLICT-SWITCH.
075800*        END-IF.
075900*    END-IF.
076000     ADD 1 TO CHECK-IDX.
076100
076200 106-EXIT.
076300     EXIT.
076400
076500* ************************************************************** *
076600* KEYED READ OF THE 000 DEMOGRAPHIC RECORD OF WS-COLLECT-ID.     *
076700* ************************************************************** *
076800 110-READ-MASTER.
076900
077000     MOVE SPACES TO WORK-RECORD.
077100     MOVE WS-COLLECT-ID TO WMV-STUDENT-ID.
077200     MOVE ZERO TO WMV-KEY-ID.
077300     MOVE +83 TO VSIO-RECORD-LENGTH OF WORK-FILE.
077400     MOVE VSIO-READ TO VSIO-COMMAND.
077500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
077600                         WORK-FILE,
077700                         WORK-RECORD.
077800*    END-CALL.
077900     IF VSIO-SUCCESS
078000     AND VSIO-RECORD-LENGTH OF WORK-FILE NOT EQUAL +83
078100         MOVE +20 TO VSIO-RETURN-CODE.
078200*    END-IF.
078300
078400 119-EXIT.
078500     EXIT.
078600
078700 115-READ-DEGREE.
078800
078900     MOVE SPACES TO WORK-RECORD.
079000     MOVE WS-COLLECT-ID TO WMV-STUDENT-ID.
079100     MOVE 990 TO WMV-KEY-ID.
079200     MOVE +83 TO VSIO-RECORD-LENGTH OF WORK-FILE.
079300     MOVE VSIO-READ TO VSIO-COMMAND.
079400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
079500                         WORK-FILE,
079600                         WORK-RECORD.
079700*    END-CALL.
079800
079900 115-EXIT.
080000     EXIT.
080100
080200* ************************************************************** *
080300* MERGES ONE ACCEPTED CARD, CLUSTER BY CLUSTER.  STMASTR GOES    *
080400* FIRST BECAUSE IT IS THE ONLY ONE THAT CAN STILL REFUSE THE     *
080500* MERGE (NO ROOM IN A KEY-ID RANGE) BEFORE ANYTHING IS MOVED.    *
080600* ************************************************************** *
080700 200-MERGE-ONE-PAIR.
080800
080900     IF MG-REJECTED (MERGE-IDX)
081000         GO TO 208-NEXT-MERGE.
081100*    END-IF.
081200
081300     MOVE MG-OPERATOR-ID (MERGE-IDX) TO VSIO-OPERATOR-ID.
081400
081500     PERFORM 210-MERGE-STUDENT-MASTER THRU 219-EXIT.
081600     IF MG-REJECTED (MERGE-IDX)
081700         ADD +1 TO REJECTED-COUNTER
081800         GO TO 208-NEXT-MERGE.
081900*    END-IF.
082000
082100     MOVE FX-AR-BALANCE TO WS-CURRENT-FX.
082200     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
082300     MOVE FX-HOLD-TABLE TO WS-CURRENT-FX.
082400     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
082500     MOVE FX-AID-TABLE TO WS-CURRENT-FX.
082600     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
082700     PERFORM 260-MERGE-PLAN THRU 269-EXIT.
082800     MOVE FX-SUBSTITUTION TO WS-CURRENT-FX.
082900     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
083000     MOVE FX-SPONSOR-AUTH TO WS-CURRENT-FX.
083100     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
083200     MOVE FX-ADVISOR-TABLE TO WS-CURRENT-FX.
083300     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
083400     MOVE FX-DUNNING-TABLE TO WS-CURRENT-FX.
083500     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
083510     MOVE FX-PRIVACY-TABLE TO WS-CURRENT-FX.
083520     PERFORM 250-MERGE-KEYED-GROUP THRU 259-EXIT.
083600
083700     ADD +1 TO APPLIED-COUNTER.
083800
083900 208-NEXT-MERGE.
084000     ADD 1 TO MERGE-IDX.
084100
084200 209-EXIT.
084300     EXIT.
084400
084500* ************************************************************** *
084600* STMASTR: MARK THE SURVIVOR'S KEY-IDS IN USE, GIVE EACH OF THE  *
084700* DUPLICATE'S RECORDS A FREE KEY-ID IN ITS OWN RANGE, THEN WRITE *
084800* EACH UNDER THE SURVIVOR AND DELETE THE ORIGINAL.               *
084900* ************************************************************** *
085000 210-MERGE-STUDENT-MASTER.
085100
085200     MOVE FX-STUDENT-MASTER TO WS-CURRENT-FX.
085300     PERFORM 045-SELECT-CLUSTER THRU 045-EXIT.
085400
085500     MOVE ALL 'N' TO KEY-USED-TABLE.
085600     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO WS-COLLECT-ID.
085700     PERFORM 240-COLLECT-ROWS THRU 249-EXIT.
085800     MOVE 1 TO ROW-IDX.
085900     PERFORM 215-MARK-KEY-USED
086000        THRU 215-EXIT
086100       UNTIL ROW-IDX GREATER THAN ROW-COUNT.
086200*    END-PERFORM.
086300
086400     MOVE MG-DUPLICATE-ID (MERGE-IDX) TO WS-COLLECT-ID.
086500     PERFORM 240-COLLECT-ROWS THRU 249-EXIT.
086600     IF WS-ROW-OVERFLOW
086700         MOVE 'R' TO MG-STATUS (MERGE-IDX)
086800         MOVE 'TOO MANY STMASTR RECORDS TO MERGE'
086900             TO MG-REASON (MERGE-IDX)
087000         GO TO 219-EXIT.
087100*    END-IF.
087200
087300     MOVE 'N' TO WS-NO-ROOM-SWITCH.
087400     MOVE 1 TO ROW-IDX.
087500     PERFORM 220-ASSIGN-NEW-KEY
087600        THRU 229-EXIT
087700       UNTIL ROW-IDX GREATER THAN ROW-COUNT.
087800*    END-PERFORM.
087900     IF WS-NO-ROOM
088000         MOVE 'R' TO MG-STATUS (MERGE-IDX)
088100         MOVE 'NO FREE KEY-ID UNDER THE SURVIVOR'
088200             TO MG-REASON (MERGE-IDX)
088300         GO TO 219-EXIT.
088400*    END-IF.
088500
088600     MOVE 1 TO ROW-IDX.
088700     PERFORM 230-MOVE-MASTER-ROW
088800        THRU 239-EXIT
088900       UNTIL ROW-IDX GREATER THAN ROW-COUNT.
089000*    END-PERFORM.
089100
089200     MOVE SPACES TO WORK-RECORD.
089300     MOVE MG-DUPLICATE-ID (MERGE-IDX) TO WMV-STUDENT-ID.
089400     MOVE ZERO TO WMV-KEY-ID.
089500     MOVE VSIO-DELETE TO VSIO-COMMAND.
089600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
089700                         WORK-FILE,
089800                         WORK-RECORD.
089900*    END-CALL.
090000     IF VSIO-SUCCESS
090100         ADD 1 TO MG-KEPT (MERGE-IDX, FX-STUDENT-MASTER)
090200     ELSE
090300         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
090400*    END-IF.
090500
090600 219-EXIT.
090700     EXIT.
090800
090900 215-MARK-KEY-USED.
091000
091100     COMPUTE KEY-IDX = ROW-KEY-ID (ROW-IDX) + 1.
091200     MOVE 'Y' TO KEY-USED (KEY-IDX).
091300     ADD 1 TO ROW-IDX.
091400
091500 215-EXIT.
091600     EXIT.
091700
091800* ************************************************************** *
091900* KEY-ID RANGES: 001-699 ENROLLMENTS, 700-799 'ST' STANDING,     *
092000* 800-899 'MJ' MAJOR HISTORY, 900-999 'TR' TRANSFER CREDIT       *
092100* EXCEPT 990, WHICH GRADCONF RESERVES FOR THE 'DG' DEGREE.       *
092200* THE DEMOGRAPHIC RECORD (000) IS NOT MOVED.                     *
092300* ************************************************************** *
092400 220-ASSIGN-NEW-KEY.
092500
092600     MOVE ZERO TO ROW-NEW-KEY-ID (ROW-IDX).
092700     IF ROW-KEY-ID (ROW-IDX) EQUAL ZERO
092800         GO TO 228-NEXT-ROW.
092900*    END-IF.
093000
093100     EVALUATE TRUE
093200         WHEN ROW-KEY-ID (ROW-IDX) LESS THAN 700
093300             MOVE 1 TO WS-RANGE-LOW
093400             MOVE 699 TO WS-RANGE-HIGH
093500         WHEN ROW-KEY-ID (ROW-IDX) LESS THAN 800
093600             MOVE 700 TO WS-RANGE-LOW
093700             MOVE 799 TO WS-RANGE-HIGH
093800         WHEN ROW-KEY-ID (ROW-IDX) LESS THAN 900
093900             MOVE 800 TO WS-RANGE-LOW
094000             MOVE 899 TO WS-RANGE-HIGH
094100         WHEN ROW-KEY-ID (ROW-IDX) EQUAL 990
094200             MOVE 990 TO WS-RANGE-LOW
094300             MOVE 990 TO WS-RANGE-HIGH
094400         WHEN OTHER
094500             MOVE 900 TO WS-RANGE-LOW
094600             MOVE 999 TO WS-RANGE-HIGH
094700     END-EVALUATE.
094800
094900     MOVE 'N' TO WS-KEY-FOUND-SWITCH.
095000     MOVE WS-RANGE-LOW TO WS-CANDIDATE-KEY.
095100     PERFORM 225-TRY-CANDIDATE-KEY
095200        THRU 225-EXIT
095300       UNTIL WS-KEY-FOUND
095400          OR WS-CANDIDATE-KEY GREATER THAN WS-RANGE-HIGH.
095500*    END-PERFORM.
095600
095700     IF NOT WS-KEY-FOUND
095800         MOVE 'Y' TO WS-NO-ROOM-SWITCH
095900         GO TO 228-NEXT-ROW.
096000*    END-IF.
096100
096200     MOVE WS-CANDIDATE-KEY TO ROW-NEW-KEY-ID (ROW-IDX).
096300     COMPUTE KEY-IDX = WS-CANDIDATE-KEY + 1.
096400     MOVE 'Y' TO KEY-USED (KEY-IDX).
096500
096600 228-NEXT-ROW.
096700     ADD 1 TO ROW-IDX.
096800
096900 229-EXIT.
097000     EXIT.
097100
097200 225-TRY-CANDIDATE-KEY.
097300
097400     COMPUTE KEY-IDX = WS-CANDIDATE-KEY + 1.
097500     IF KEY-USED (KEY-IDX) EQUAL 'N'
097600     AND (WS-CANDIDATE-KEY NOT EQUAL 990
097700          OR WS-RANGE-LOW EQUAL 990)
097800         MOVE 'Y' TO WS-KEY-FOUND-SWITCH
097900     ELSE
098000         ADD 1 TO WS-CANDIDATE-KEY.
098100*    END-IF.
098200
098300 225-EXIT.
098400     EXIT.
098500
098600 230-MOVE-MASTER-ROW.
098700
098800     IF ROW-KEY-ID (ROW-IDX) EQUAL ZERO
098900         GO TO 238-NEXT-ROW.
099000*    END-IF.
099100
099200     MOVE ROW-IMAGE (ROW-IDX) TO WORK-RECORD.
099300     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO WMV-STUDENT-ID.
099400     MOVE ROW-NEW-KEY-ID (ROW-IDX) TO WMV-KEY-ID.
099500     MOVE ROW-LENGTH (ROW-IDX) TO VSIO-RECORD-LENGTH OF WORK-FILE.
099600     MOVE VSIO-WRITE TO VSIO-COMMAND.
099700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
099800                         WORK-FILE,
099900                         WORK-RECORD.
100000*    END-CALL.
100100     IF NOT VSIO-SUCCESS
100200         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT
100300         GO TO 238-NEXT-ROW.
100400*    END-IF.
100500     ADD 1 TO MG-MOVED (MERGE-IDX, FX-STUDENT-MASTER).
100600
100700     MOVE ROW-IMAGE (ROW-IDX) TO WORK-RECORD.
100800     MOVE VSIO-DELETE TO VSIO-COMMAND.
100900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
101000                         WORK-FILE,
101100                         WORK-RECORD.
101200*    END-CALL.
101300     IF NOT VSIO-SUCCESS
101400         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
101500*    END-IF.
101600
101700 238-NEXT-ROW.
101800     ADD 1 TO ROW-IDX.
101900
102000 239-EXIT.
102100     EXIT.
102200
102300* ************************************************************** *
102400* COLLECTS INTO ROW-TABLE EVERY RECORD OF THE CLUSTER NOW IN     *
102500* WORK-FILE WHOSE KEY BEGINS WITH WS-COLLECT-ID.                 *
102600* ************************************************************** *
102700 240-COLLECT-ROWS.
102800
102900     MOVE ZERO TO ROW-COUNT.
103000     MOVE 'N' TO WS-ROW-OVERFLOW-SWITCH.
103100     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
103200
103300     MOVE SPACES TO WORK-RECORD.
103400     MOVE WS-COLLECT-ID TO WORK-RECORD (1:7).
103500     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
103600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
103700                         WORK-FILE,
103800                         WORK-RECORD.
103900*    END-CALL.
104000     IF NOT VSIO-SUCCESS
104100         MOVE 'Y' TO WS-SCAN-DONE-SWITCH.
104200*    END-IF.
104300
104400     PERFORM 245-COLLECT-ONE-ROW
104500        THRU 245-EXIT
104600       UNTIL WS-SCAN-DONE.
104700*    END-PERFORM.
104800     MOVE +0 TO VSIO-RETURN-CODE.
104900
105000 249-EXIT.
105100     EXIT.
105200
105300 245-COLLECT-ONE-ROW.
105400
105500     MOVE SPACES TO WORK-RECORD.
105600     MOVE WS-WORK-RECORD-LENGTH TO
105700         VSIO-RECORD-LENGTH OF WORK-FILE.
105800     MOVE VSIO-READ TO VSIO-COMMAND.
105900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
106000                         WORK-FILE,
106100                         WORK-RECORD.
106200*    END-CALL.
106300     IF NOT VSIO-SUCCESS
106400     OR WORK-RECORD (1:7) NOT EQUAL WS-COLLECT-ID
106500         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
106600         GO TO 245-EXIT.
106700*    END-IF.
106800
106900     IF ROW-COUNT NOT LESS THAN ROW-LIMIT
107000         MOVE 'Y' TO WS-ROW-OVERFLOW-SWITCH
107100         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
107200         GO TO 245-EXIT.
107300*    END-IF.
107400
107500     ADD 1 TO ROW-COUNT.
107600     MOVE WORK-RECORD TO ROW-IMAGE (ROW-COUNT).
107700     MOVE VSIO-RECORD-LENGTH OF WORK-FILE
107800         TO ROW-LENGTH (ROW-COUNT).
107900
108000 245-EXIT.
108100     EXIT.
108200
108300* ************************************************************** *
108400* ARBAL, HOLDTBL, AIDTBL, SUBSTBL, SPONAUTH, ADVSTBL, DUNTBL,    *
108410* PRIVTBL:                                                       *
108500* EACH OF THE DUPLICATE'S RECORDS IS WRITTEN UNDER THE SURVIVOR. *
108600* WHERE THE SURVIVOR ALREADY HAS THAT KEY, THE TWO ARE COMBINED  *
108700* OR THE SURVIVOR'S IS KEPT (255-COMBINE-WITH-SURVIVOR).  THE    *
108800* DUPLICATE'S RECORD IS THEN DELETED.                            *
108900* ************************************************************** *
109000 250-MERGE-KEYED-GROUP.
109100
109200     PERFORM 045-SELECT-CLUSTER THRU 045-EXIT.
109300     MOVE MG-DUPLICATE-ID (MERGE-IDX) TO WS-COLLECT-ID.
109400     PERFORM 240-COLLECT-ROWS THRU 249-EXIT.
109500
109600     MOVE 1 TO ROW-IDX.
109700     PERFORM 252-MOVE-ONE-ROW
109800        THRU 252-EXIT
109900       UNTIL ROW-IDX GREATER THAN ROW-COUNT.
110000*    END-PERFORM.
110100
110200     IF WS-ROW-OVERFLOW
110300         DISPLAY 'STUMERGE: ' CLUSTER-NAME (WS-CURRENT-FX)
110400                 ' HAS MORE RECORDS FOR '
110500                 MG-DUPLICATE-ID (MERGE-IDX)
110600                 ' THAN ONE PASS CAN MOVE - RERUN THE CARD'
110700         MOVE 'E' TO MG-STATUS (MERGE-IDX).
110800*    END-IF.
110900
111000 259-EXIT.
111100     EXIT.
111200
111300 252-MOVE-ONE-ROW.
111400
111500     MOVE ROW-IMAGE (ROW-IDX) TO WORK-RECORD.
111600     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO WORK-RECORD (1:7).
111700     MOVE WS-WORK-RECORD-LENGTH TO
111800         VSIO-RECORD-LENGTH OF WORK-FILE.
111900     MOVE VSIO-WRITE TO VSIO-COMMAND.
112000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
112100                         WORK-FILE,
112200                         WORK-RECORD.
112300*    END-CALL.
112400     EVALUATE TRUE
112500         WHEN VSIO-SUCCESS
112600             ADD 1 TO MG-MOVED (MERGE-IDX, WS-CURRENT-FX)
112700         WHEN VSIO-RECORD-NOT-FOUND
112800             MOVE +0 TO VSIO-RETURN-CODE
112900             PERFORM 255-COMBINE-WITH-SURVIVOR THRU 255-EXIT
113000         WHEN OTHER
113100             PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT
113200             GO TO 252-NEXT-ROW
113300     END-EVALUATE.
113400
113500     MOVE ROW-IMAGE (ROW-IDX) TO WORK-RECORD.
113600     MOVE WS-WORK-RECORD-LENGTH TO
113700         VSIO-RECORD-LENGTH OF WORK-FILE.
113800     MOVE VSIO-DELETE TO VSIO-COMMAND.
113900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
114000                         WORK-FILE,
114100                         WORK-RECORD.
114200*    END-CALL.
114300     IF NOT VSIO-SUCCESS
114400         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
114500*    END-IF.
114600
114700 252-NEXT-ROW.
114800     ADD 1 TO ROW-IDX.
114900
115000 252-EXIT.
115100     EXIT.
115200
115300* ************************************************************** *
115400* THE SURVIVOR ALREADY HAS THIS KEY.  ARBAL BALANCES AND AIDTBL  *
115500* AMOUNTS ARE ADDED, DUNTBL TAKES THE HIGHER LEVEL, AND THE      *
115600* LATER DATES ARE KEPT; FOR EVERY OTHER CLUSTER THE SURVIVOR'S   *
115700* RECORD STANDS AS IT IS.                                        *
115800* ************************************************************** *
115900 255-COMBINE-WITH-SURVIVOR.
116000
116100     IF WS-CURRENT-FX NOT EQUAL FX-AR-BALANCE
116200     AND WS-CURRENT-FX NOT EQUAL FX-AID-TABLE
116300     AND WS-CURRENT-FX NOT EQUAL FX-DUNNING-TABLE
116400         ADD 1 TO MG-KEPT (MERGE-IDX, WS-CURRENT-FX)
116500         GO TO 255-EXIT.
116600*    END-IF.
116700
116800     MOVE ROW-IMAGE (ROW-IDX) TO LOSER-IMAGE.
116900     MOVE WS-WORK-RECORD-LENGTH TO
117000         VSIO-RECORD-LENGTH OF WORK-FILE.
117100     MOVE VSIO-READ TO VSIO-COMMAND.
117200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
117300                         WORK-FILE,
117400                         WORK-RECORD.
117500*    END-CALL.
117600     IF NOT VSIO-SUCCESS
117700         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT
117800         GO TO 255-EXIT.
117900*    END-IF.
118000     MOVE WORK-RECORD TO SURVIVOR-IMAGE.
118100
118200     EVALUATE WS-CURRENT-FX
118300         WHEN FX-AR-BALANCE
118400             ADD LBV-BALANCE TO SBV-BALANCE
118500             MOVE LBV-LAST-CHARGE-DATE TO WS-DATE-YYMMDD
118600             PERFORM 620-EXPAND-YYMMDD THRU 629-EXIT
118700             MOVE WS-DATE-CCYYMMDD TO WS-LOSER-CCYYMMDD
118800             MOVE SBV-LAST-CHARGE-DATE TO WS-DATE-YYMMDD
118900             PERFORM 620-EXPAND-YYMMDD THRU 629-EXIT
119000             IF WS-LOSER-CCYYMMDD GREATER THAN WS-DATE-CCYYMMDD
119100                 MOVE LBV-LAST-CHARGE-DATE
119200                     TO SBV-LAST-CHARGE-DATE
119300             END-IF
119400             MOVE LBV-LAST-PAYMENT-DATE TO WS-DATE-YYMMDD
119500             PERFORM 620-EXPAND-YYMMDD THRU 629-EXIT
119600             MOVE WS-DATE-CCYYMMDD TO WS-LOSER-CCYYMMDD
119700             MOVE SBV-LAST-PAYMENT-DATE TO WS-DATE-YYMMDD
119800             PERFORM 620-EXPAND-YYMMDD THRU 629-EXIT
119900             IF WS-LOSER-CCYYMMDD GREATER THAN WS-DATE-CCYYMMDD
120000                 MOVE LBV-LAST-PAYMENT-DATE
120100                     TO SBV-LAST-PAYMENT-DATE
120200             END-IF
120300         WHEN FX-AID-TABLE
120400             ADD LAV-AMOUNT TO SAV-AMOUNT
120500             ADD LAV-DISBURSED TO SAV-DISBURSED
120600         WHEN FX-DUNNING-TABLE
120700             IF LDV-LEVEL GREATER THAN SDV-LEVEL
120800                 MOVE LDV-LEVEL TO SDV-LEVEL
120900             END-IF
121000             IF LDV-LAST-DATE GREATER THAN SDV-LAST-DATE
121100                 MOVE LDV-LAST-DATE TO SDV-LAST-DATE
121200             END-IF
121300     END-EVALUATE.
121400
121500     MOVE SURVIVOR-IMAGE TO WORK-RECORD.
121600     MOVE WS-WORK-RECORD-LENGTH TO
121700         VSIO-RECORD-LENGTH OF WORK-FILE.
121800     MOVE VSIO-REWRITE TO VSIO-COMMAND.
121900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
122000                         WORK-FILE,
122100                         WORK-RECORD.
122200*    END-CALL.
122300     IF VSIO-SUCCESS
122400         ADD 1 TO MG-COMBINED (MERGE-IDX, WS-CURRENT-FX)
122500     ELSE
122600         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
122700*    END-IF.
122800
122900 255-EXIT.
123000     EXIT.
123100
123200* ************************************************************** *
123300* PLANTBL: THE DUPLICATE'S INSTALLMENTS ARE RENUMBERED TO FOLLOW *
123400* THE SURVIVOR'S HIGHEST INSTALLMENT NUMBER.                     *
123500* ************************************************************** *
123600 260-MERGE-PLAN.
123700
123800     MOVE FX-PLAN-TABLE TO WS-CURRENT-FX.
123900     PERFORM 045-SELECT-CLUSTER THRU 045-EXIT.
124000
124100     MOVE ZERO TO WS-MAX-INST-NO.
124200     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO WS-COLLECT-ID.
124300     PERFORM 240-COLLECT-ROWS THRU 249-EXIT.
124400     MOVE 1 TO ROW-IDX.
124500     PERFORM 262-NOTE-HIGHEST-INST
124600        THRU 262-EXIT
124700       UNTIL ROW-IDX GREATER THAN ROW-COUNT.
124800*    END-PERFORM.
124900
125000     MOVE MG-DUPLICATE-ID (MERGE-IDX) TO WS-COLLECT-ID.
125100     PERFORM 240-COLLECT-ROWS THRU 249-EXIT.
125200     MOVE 1 TO ROW-IDX.
125300     PERFORM 265-MOVE-PLAN-ROW
125400        THRU 265-EXIT
125500       UNTIL ROW-IDX GREATER THAN ROW-COUNT.
125600*    END-PERFORM.
125700
125800 269-EXIT.
125900     EXIT.
126000
126100 262-NOTE-HIGHEST-INST.
126200
126300     IF ROW-INST-NO (ROW-IDX) GREATER THAN WS-MAX-INST-NO
126400         MOVE ROW-INST-NO (ROW-IDX) TO WS-MAX-INST-NO.
126500*    END-IF.
126600     ADD 1 TO ROW-IDX.
126700
126800 262-EXIT.
126900     EXIT.
127000
127100 265-MOVE-PLAN-ROW.
127200
127300     ADD 1 TO WS-MAX-INST-NO.
127400     IF WS-MAX-INST-NO GREATER THAN 99
127500         DISPLAY 'STUMERGE: NO INSTALLMENT NUMBER LEFT FOR '
127600                 MG-SURVIVOR-ID (MERGE-IDX)
127700         MOVE 'E' TO MG-STATUS (MERGE-IDX)
127800         GO TO 265-NEXT-ROW.
127900*    END-IF.
128000
128100     MOVE ROW-IMAGE (ROW-IDX) TO WORK-RECORD.
128200     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO WORK-RECORD (1:7).
128300     MOVE WS-MAX-INST-NO TO WPV-INST-NO.
128400     MOVE WS-WORK-RECORD-LENGTH TO
128500         VSIO-RECORD-LENGTH OF WORK-FILE.
128600     MOVE VSIO-WRITE TO VSIO-COMMAND.
128700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
128800                         WORK-FILE,
128900                         WORK-RECORD.
129000*    END-CALL.
129100     IF NOT VSIO-SUCCESS
129200         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT
129300         GO TO 265-NEXT-ROW.
129400*    END-IF.
129500     ADD 1 TO MG-MOVED (MERGE-IDX, FX-PLAN-TABLE).
129600
129700     MOVE ROW-IMAGE (ROW-IDX) TO WORK-RECORD.
129800     MOVE VSIO-DELETE TO VSIO-COMMAND.
129900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
130000                         WORK-FILE,
130100                         WORK-RECORD.
130200*    END-CALL.
130300     IF NOT VSIO-SUCCESS
130400         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
130500*    END-IF.
130600
130700 265-NEXT-ROW.
130800     ADD 1 TO ROW-IDX.
130900
131000 265-EXIT.
131100     EXIT.
131200
131300* ************************************************************** *
131400* AN UNEXPECTED VSAMIO RESULT PART-WAY THROUGH A MERGE: SHOW IT, *
131500* MARK THE MERGE INCOMPLETE AND CARRY ON WITH THE NEXT RECORD.   *
131600* THE VSIOLOG AND VSIOAUD TRAILS SHOW EXACTLY WHAT WAS DONE.     *
131700* ************************************************************** *
131800 290-NOTE-MERGE-ERROR.
131900
132000     DISPLAY 'STUMERGE: ' CLUSTER-NAME (WS-CURRENT-FX)
132100             ' ERROR MERGING ' MG-DUPLICATE-ID (MERGE-IDX)
132200             ' INTO ' MG-SURVIVOR-ID (MERGE-IDX).
132300     PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
132400     MOVE 'E' TO MG-STATUS (MERGE-IDX).
132500     MOVE +0 TO VSIO-RETURN-CODE.
132600
132700 299-EXIT.
132800     EXIT.
132900
133000* ************************************************************** *
133100* ARDETL: ONE PASS OF THE JOURNAL, RE-POINTING EVERY ENTRY OF A  *
133200* MERGED DUPLICATE AT ITS SURVIVOR.  THE ENTRY'S RUNNING BALANCE *
133300* IS LEFT AS IT WAS POSTED.                                      *
133400* ************************************************************** *
133500 300-REPOINT-AR-DETAIL.
133600
133700     MOVE FX-AR-DETAIL TO WS-CURRENT-FX.
133800     MOVE VSIO-OPEN TO VSIO-COMMAND.
133900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
134000                         AR-DETAIL-FILE,
134100                         AR-DETAIL-RECORD.
134200*    END-CALL.
134300     IF NOT VSIO-SUCCESS
134400         DISPLAY 'STUMERGE: CANNOT OPEN ARDETL - ENTRIES '
134500                 'NOT RE-POINTED'
134600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
134700         MOVE +0 TO VSIO-RETURN-CODE
134800         PERFORM 395-FLAG-ALL-INCOMPLETE THRU 395-EXIT
134900         GO TO 309-EXIT.
135000*    END-IF.
135100
135200     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
135300     PERFORM 305-REPOINT-ONE-ENTRY
135400        THRU 305-EXIT
135500       UNTIL WS-SCAN-DONE.
135600*    END-PERFORM.
135700
135800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
135900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
136000                         AR-DETAIL-FILE,
136100                         AR-DETAIL-RECORD.
136200*    END-CALL.
136300
136400 309-EXIT.
136500     EXIT.
136600
136700 305-REPOINT-ONE-ENTRY.
136800
136900     MOVE VSIO-READ TO VSIO-COMMAND.
137000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
137100                         AR-DETAIL-FILE,
137200                         AR-DETAIL-RECORD.
137300*    END-CALL.
137400     IF NOT VSIO-SUCCESS
137500         IF NOT VSIO-END-OF-FILE
137600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
137700             PERFORM 395-FLAG-ALL-INCOMPLETE THRU 395-EXIT
137800         END-IF
137900         MOVE +0 TO VSIO-RETURN-CODE
138000         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
138100         GO TO 305-EXIT.
138200*    END-IF.
138300
138400     MOVE ARD-STUDENT-ID TO WS-COLLECT-ID.
138500     PERFORM 390-FIND-DUPLICATE THRU 390-EXIT.
138600     IF MATCH-IDX EQUAL ZERO
138700         GO TO 305-EXIT.
138800*    END-IF.
138900
139000     MOVE MERGE-IDX TO CHECK-IDX.
139100     MOVE MATCH-IDX TO MERGE-IDX.
139200     MOVE MG-OPERATOR-ID (MERGE-IDX) TO VSIO-OPERATOR-ID.
139300     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO ARD-STUDENT-ID.
139400     MOVE VSIO-REWRITE TO VSIO-COMMAND.
139500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
139600                         AR-DETAIL-FILE,
139700                         AR-DETAIL-RECORD.
139800*    END-CALL.
139900     IF VSIO-SUCCESS
140000         ADD 1 TO MG-MOVED (MERGE-IDX, FX-AR-DETAIL)
140100     ELSE
140200         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
140300*    END-IF.
140400     MOVE CHECK-IDX TO MERGE-IDX.
140500
140600 305-EXIT.
140700     EXIT.
140800
140900* ************************************************************** *
141000* STDXREF: ONE BROWSE OF THE CROSS-REFERENCE, RELINKING EVERY    *
141100* STD-NO LINKED TO A MERGED DUPLICATE.                           *
141200* ************************************************************** *
141300 350-RELINK-XREF.
141400
141500     MOVE FX-XREF TO WS-CURRENT-FX.
141600     PERFORM 045-SELECT-CLUSTER THRU 045-EXIT.
141700
141800     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
141900     MOVE SPACES TO WORK-RECORD.
142000     MOVE ZERO TO XRF-STD-NO.
142100     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
142200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
142300                         WORK-FILE,
142400                         WORK-RECORD.
142500*    END-CALL.
142600     IF NOT VSIO-SUCCESS
142700         MOVE +0 TO VSIO-RETURN-CODE
142800         GO TO 359-EXIT.
142900*    END-IF.
143000
143100     PERFORM 355-RELINK-ONE-XREF
143200        THRU 355-EXIT
143300       UNTIL WS-SCAN-DONE.
143400*    END-PERFORM.
143500     MOVE +0 TO VSIO-RETURN-CODE.
143600
143700 359-EXIT.
143800     EXIT.
143900
144000 355-RELINK-ONE-XREF.
144100
144200     MOVE SPACES TO WORK-RECORD.
144300     MOVE WS-WORK-RECORD-LENGTH TO
144400         VSIO-RECORD-LENGTH OF WORK-FILE.
144500     MOVE VSIO-READ TO VSIO-COMMAND.
144600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
144700                         WORK-FILE,
144800                         WORK-RECORD.
144900*    END-CALL.
145000     IF NOT VSIO-SUCCESS
145100         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
145200         GO TO 355-EXIT.
145300*    END-IF.
145400
145500     MOVE XRF-STUDENT-ID TO WS-COLLECT-ID.
145600     PERFORM 390-FIND-DUPLICATE THRU 390-EXIT.
145700     IF MATCH-IDX EQUAL ZERO
145800         GO TO 355-EXIT.
145900*    END-IF.
146000
146100     MOVE MERGE-IDX TO CHECK-IDX.
146200     MOVE MATCH-IDX TO MERGE-IDX.
146300     MOVE MG-OPERATOR-ID (MERGE-IDX) TO VSIO-OPERATOR-ID.
146400     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO XRF-STUDENT-ID.
146500     MOVE 'M' TO XRF-LINK-SOURCE.
146600     MOVE WS-RUN-DATE-YYMMDD TO XRF-LINK-DATE.
146700     MOVE WS-WORK-RECORD-LENGTH TO
146800         VSIO-RECORD-LENGTH OF WORK-FILE.
146900     MOVE VSIO-REWRITE TO VSIO-COMMAND.
147000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
147100                         WORK-FILE,
147200                         WORK-RECORD.
147300*    END-CALL.
147400     IF VSIO-SUCCESS
147500         ADD 1 TO MG-MOVED (MERGE-IDX, FX-XREF)
147600     ELSE
147700         PERFORM 290-NOTE-MERGE-ERROR THRU 299-EXIT.
147800*    END-IF.
147900     MOVE CHECK-IDX TO MERGE-IDX.
148000
148100 355-EXIT.
148200     EXIT.
148300
148400* ************************************************************** *
148500* SETS MATCH-IDX TO THE MERGE CARD WHOSE DUPLICATE ID IS         *
148600* WS-COLLECT-ID (ZERO IF NONE).  REJECTED CARDS NEVER MATCH.     *
148700* ************************************************************** *
148800 390-FIND-DUPLICATE.
148900
149000     MOVE ZERO TO MATCH-IDX.
149100     MOVE 1 TO CHECK-IDX.
149200     PERFORM 392-COMPARE-DUPLICATE
149300        THRU 392-EXIT
149400       UNTIL CHECK-IDX GREATER THAN MERGE-COUNT
149500          OR MATCH-IDX NOT EQUAL ZERO.
149600*    END-PERFORM.
149700
149800 390-EXIT.
149900     EXIT.
150000
150100 392-COMPARE-DUPLICATE.
150200
150300     IF MG-DUPLICATE-ID (CHECK-IDX) EQUAL WS-COLLECT-ID
150400     AND NOT MG-REJECTED (CHECK-IDX)
150500         MOVE CHECK-IDX TO MATCH-IDX.
150600*    END-IF.
150700     ADD 1 TO CHECK-IDX.
150800
150900 392-EXIT.
151000     EXIT.
151100
151200 395-FLAG-ALL-INCOMPLETE.
151300
151400     MOVE 1 TO CHECK-IDX.
151500     PERFORM 397-FLAG-ONE-INCOMPLETE
151600        THRU 397-EXIT
151700       UNTIL CHECK-IDX GREATER THAN MERGE-COUNT.
151800*    END-PERFORM.
151900
152000 395-EXIT.
152100     EXIT.
152200
152300 397-FLAG-ONE-INCOMPLETE.
152400
152500     IF MG-MERGED (CHECK-IDX)
152600         MOVE 'E' TO MG-STATUS (CHECK-IDX).
152700*    END-IF.
152800     ADD 1 TO CHECK-IDX.
152900
153000 397-EXIT.
153100     EXIT.
153200
153300* ************************************************************** *
153400* PRINTS ONE MERGE CARD ON THE REGISTER: THE TWO STUDENTS, THE   *
153500* DISPOSITION, WHAT WAS DONE TO EACH CLUSTER, AND THE LINE FOR   *
153600* THE REGISTRAR TO SIGN.                                         *
153700* ************************************************************** *
153800 400-PRINT-ONE-MERGE.
153900
154000     MOVE MERGE-IDX TO ML-NUMBER.
154100     MOVE MG-SURVIVOR-ID (MERGE-IDX) TO ML-SURVIVOR-ID.
154200     MOVE MG-SURVIVOR-NAME (MERGE-IDX) TO ML-SURVIVOR-NAME.
154300     MOVE MG-DUPLICATE-ID (MERGE-IDX) TO ML-DUPLICATE-ID.
154400     MOVE MG-DUPLICATE-NAME (MERGE-IDX) TO ML-DUPLICATE-NAME.
154500     MOVE MG-OPERATOR-ID (MERGE-IDX) TO ML-OPERATOR-ID.
154600     WRITE REPORT-LINE FROM MERGE-LINE.
154700
154800     EVALUATE TRUE
154900         WHEN MG-REJECTED (MERGE-IDX)
155000             MOVE SPACES TO DL-TEXT
155100             STRING 'REJECTED - ' DELIMITED BY SIZE
155200                    MG-REASON (MERGE-IDX) DELIMITED BY SIZE
155300                    INTO DL-TEXT
155400         WHEN MG-INCOMPLETE (MERGE-IDX)
155500             MOVE 'INCOMPLETE - SEE VSIOLOG AND VSIOAUD'
155600                 TO DL-TEXT
155700             ADD +1 TO INCOMPLETE-COUNTER
155800         WHEN OTHER
155900             MOVE 'MERGED' TO DL-TEXT
156000             ADD +1 TO MERGED-COUNTER
156100     END-EVALUATE.
156200     WRITE REPORT-LINE FROM DISPOSITION-LINE.
156300
156400     IF MG-REJECTED (MERGE-IDX)
156500         WRITE REPORT-LINE FROM BLANK-LINE
156600         GO TO 408-NEXT-MERGE.
156700*    END-IF.
156800
156900     WRITE REPORT-LINE FROM CLUSTER-HEADING-LINE.
157000     MOVE 1 TO WS-CURRENT-FX.
157100     PERFORM 405-PRINT-ONE-CLUSTER
157200        THRU 405-EXIT
157300       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
157400*    END-PERFORM.
157500
157600     WRITE REPORT-LINE FROM BLANK-LINE.
157700     WRITE REPORT-LINE FROM SIGNATURE-LINE.
157800     WRITE REPORT-LINE FROM BLANK-LINE.
157900     WRITE REPORT-LINE FROM BLANK-LINE.
158000
158100 408-NEXT-MERGE.
158200     ADD 1 TO MERGE-IDX.
158300
158400 409-EXIT.
158500     EXIT.
158600
158700 405-PRINT-ONE-CLUSTER.
158800
158900     MOVE CLUSTER-NAME (WS-CURRENT-FX) TO CL-NAME.
159000     MOVE MG-MOVED (MERGE-IDX, WS-CURRENT-FX) TO CL-MOVED.
159100     MOVE MG-COMBINED (MERGE-IDX, WS-CURRENT-FX) TO CL-COMBINED.
159200     MOVE MG-KEPT (MERGE-IDX, WS-CURRENT-FX) TO CL-KEPT.
159300     WRITE REPORT-LINE FROM CLUSTER-LINE.
159400     ADD 1 TO WS-CURRENT-FX.
159500
159600 405-EXIT.
159700     EXIT.
159800
159900* ************************************************************** *
160000* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
160100* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
160200* PROGRAM IN THIS SUITE.                                         *
160300* ************************************************************** *
160400 500-DISPLAY-UNKNOWN-ERROR.
160500
160600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
160700     EXHIBIT NAMED VSIO-RETURN-CODE.
160800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
160900                   VSIO-VSAM-FUNCTION-CODE,
161000                   VSIO-VSAM-FEEDBACK-CODE.
161100
161200 509-EXIT.
161300     EXIT.
161400
161500* ************************************************************** *
161600* EXPANDS WS-DATE-YYMMDD TO WS-DATE-CCYYMMDD THROUGH YRWINDOW.   *
161700* A ZERO DATE STAYS ZERO.                                        *
161800* ************************************************************** *
161900 620-EXPAND-YYMMDD.
162000
162100     MOVE ZERO TO WS-DATE-CCYYMMDD.
162200     IF WS-DATE-YYMMDD EQUAL ZERO
162300         GO TO 629-EXIT.
162400*    END-IF.
162500
162600     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
162700     MOVE WS-DATE-YY TO YRWIN-2-DIGIT-YEAR.
162800     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
162900     MOVE YRWIN-4-DIGIT-YEAR TO WS-DATE-CCYY.
163000     MOVE WS-DATE-MMDD TO WS-DATE-CC-MMDD.
163100
163200 629-EXIT.
163300     EXIT.
