000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLINTF.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* GENERAL LEDGER JOURNAL INTERFACE FROM THE AR DETAIL JOURNAL.  *
000900* THIS RUN PASSES THE ARDETL ESDS FOR THE POSTING PERIOD        *
001000* (CCYYMM) ON THE SYSIN CARD AND SUMMARIZES EVERY POSTING DATED *
001100* IN THAT MONTH BY JOURNAL TYPE ('CHG', 'PAY', 'AID', 'FEE',    *
001200* 'RFD', 'ADJ', 'WOF', 'T4R', 'CRF', 'MSC', 'TAX', 'HSG').      *
001300* TUITION REVENUE IS SPLIT BY DEPARTMENT:                       *
001400*   - A 'CHG' POSTING IS SPREAD OVER THE CIR-DEPARTMENT OF THE  *
001500*     STUDENT'S CHARGED SEATS (ENROLLED, WITHDRAWN OR           *
001600*     INCOMPLETE) IN THE SEMESTER THE CHARGE NAMES, IN          *
001700*     PROPORTION TO THEIR CRSETBL CREDIT HOURS, THE LAST        *
001800*     DEPARTMENT TAKING THE ROUNDING; A CHARGE WITH NO SUCH     *
001900*     SEATS GOES TO DEPARTMENT 00;                              *
002000*   - AN 'RFD' POSTING CARRIES ITS COURSE-ID IN THE REFERENCE   *
002100*     AND GOES TO THAT COURSE'S DEPARTMENT;                     *
002110*   - AN 'MSC' POSTING CARRIES ITS CHARGE CODE IN THE REFERENCE *
002120*     AND IS SUMMARIZED BY CHARGE CODE UNDER DEPARTMENT 00;     *
002130*     THE CODE'S CHGCTBL GL ACCOUNT REPLACES THE CREDIT         *
002140*     ACCOUNT FROM GLACCT;                                      *
002200*   - EVERY OTHER TYPE IS SUMMARIZED UNDER DEPARTMENT 00.       *
002300* EACH TYPE/DEPARTMENT TOTAL IS MAPPED THROUGH THE GLACCT TABLE *
002400* (MAINTAINED BY GLACMNT), FALLING BACK TO THE TYPE'S 00 ENTRY  *
002500* WHEN THE DEPARTMENT HAS NONE OF ITS OWN.  THE TABLE NAMES THE *
002600* DEBIT AND CREDIT ACCOUNT FOR THE TYPE'S NORMAL DIRECTION --   *
002700* BALANCE-INCREASING FOR 'CHG', 'FEE', 'ADJ', 'T4R', 'CRF',     *
002710* 'MSC', 'TAX' AND 'HSG',                                       *
002800* BALANCE-REDUCING FOR 'PAY', 'AID', 'RFD' AND 'WOF' -- AND A   *
002900* NET TOTAL RUNNING THE OTHER WAY IS JOURNALED WITH THE         *
003000* ACCOUNTS EXCHANGED, SO EVERY TOTAL PRODUCES ONE DEBIT AND ONE *
003100* CREDIT OF THE SAME AMOUNT AND THE ENTRY ALWAYS BALANCES.      *
003200*                                                               *
003300* OUTPUTS:                                                      *
003400*   - THE JOURNAL-ENTRY FILE FOR THE LEDGER IMPORT              *
003500*     (UT-S-GLJRNL, 80 BYTES): ONE 'H' HEADER, A 'D' LINE PER   *
003600*     DEBIT OR CREDIT, AND ONE 'T' TRAILER WITH THE LINE COUNT  *
003700*     AND BOTH TOTALS;                                          *
003800*   - THE PRINTED ENTRY LISTING (SYSPRINT).                     *
003900* A TYPE/DEPARTMENT WITH NO GLACCT ENTRY AT ALL IS LISTED, NO   *
004000* JOURNAL-ENTRY FILE IS WRITTEN, AND THE STEP ENDS RC 8 SO THE  *
004100* TABLE CAN BE FIXED AND THE PERIOD RERUN.                      *
004200*                                                               *
004300* A PERIOD ALREADY SENT IS REFUSED THROUGH THE RUNCTL CLUSTER   *
004400* THE SAME WAY CARPOST REFUSES A POSTED GENERATION: FUNCTION    *
004500* 'GLINTF', GENERATION THE PERIOD.  A CLEAN RUN MARKS THE       *
004600* PERIOD SENT; A DELIBERATE RESEND NEEDS 'FORCE' ON THE CARD.   *
004700*                                                               *
004800* SYSIN CARD: COLS 1-6 PERIOD (CCYYMM), 8-12 'FORCE' TO RESEND. *
004900*                                                               *
005000* MODIFICATION HISTORY.                                         *
005100*   DATE       INIT  DESCRIPTION                                *
005200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
005210*   10/15/2026 JM    'CRF' CREDIT-BALANCE REFUND TYPE ADDED.    *
005220*   10/15/2026 JM    'MSC' AND 'TAX' TYPES ADDED; 'MSC'         *
005230*                    CREDITED TO ITS CHARGE CODE'S ACCOUNT.     *
005240*   10/15/2026 JM    'HSG' RESIDENCE HALL CHARGE TYPE ADDED.    *
005300* ************************************************************* *
005400
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. IBM-370.
005800 OBJECT-COMPUTER. IBM-370.
005900
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200
006300     SELECT CONTROL-CARD-FILE
006400         ASSIGN TO UT-S-SYSIN.
006500
006600     SELECT JOURNAL-ENTRY-FILE
006700         ASSIGN TO UT-S-GLJRNL.
006800
006900     SELECT REPORT-FILE
007000         ASSIGN TO UR-1403-S-SYSPRINT.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CONTROL-CARD-FILE
007500     LABEL RECORDS ARE OMITTED
007600     RECORD CONTAINS 80 CHARACTERS
007700     BLOCK CONTAINS 0 RECORDS
007800     DATA RECORD IS CONTROL-CARD-RECORD.
007900 01  CONTROL-CARD-RECORD.
008000     02  CC-PERIOD               PIC X(06).
008100     02  FILLER REDEFINES CC-PERIOD.
008200         03  CC-PERIOD-CCYY      PIC 9(04).
008300         03  CC-PERIOD-MM        PIC 9(02).
008400     02  FILLER                  PIC X(01).
008500     02  CC-FORCE                PIC X(05).
008600     02  FILLER                  PIC X(68).
008700
008800 FD  JOURNAL-ENTRY-FILE
008900     LABEL RECORDS ARE OMITTED
009000     RECORD CONTAINS 80 CHARACTERS
009100     BLOCK CONTAINS 0 RECORDS
009200     DATA RECORD IS JOURNAL-ENTRY-LINE.
009300 01  JOURNAL-ENTRY-LINE          PIC X(80).
009400
009500 FD  REPORT-FILE
009600     LABEL RECORDS ARE OMITTED
009700     RECORD CONTAINS 132 CHARACTERS
009800     BLOCK CONTAINS 0 RECORDS
009900     DATA RECORD IS REPORT-LINE.
010000 01  REPORT-LINE                 PIC X(132).
010100
010200 WORKING-STORAGE SECTION.
010300 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
010400     88  END-OF-FILE                         VALUE 'Y'.
010500 77  RUN-CONTROL-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
010600     88  RUN-CONTROL-FOUND                   VALUE 'Y'.
010700 77  WS-SCAN-DONE-SWITCH         PIC X(01)   VALUE 'N'.
010800     88  WS-SCAN-DONE                        VALUE 'Y'.
010900 77  WS-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
011000     88  WS-ENTRY-FOUND                      VALUE 'Y'.
011100 77  WS-TABLE-FULL-SW            PIC X(01)   VALUE 'N'.
011200     88  WS-TABLE-FULL                       VALUE 'Y'.
011300 77  WS-SWAPPED-SWITCH           PIC X(01)   VALUE 'N'.
011400     88  WS-SWAPPED                          VALUE 'Y'.
011500
011600 77  RECORDS-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
011700 77  IN-PERIOD-COUNTER           PIC S9(8) COMP VALUE ZERO.
011800 77  OUT-OF-PERIOD-COUNTER       PIC S9(8) COMP VALUE ZERO.
011900 77  UNSPLIT-CHARGE-COUNTER      PIC S9(8) COMP VALUE ZERO.
012000 77  UNMAPPED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012100 77  JOURNAL-LINE-COUNTER        PIC S9(8) COMP VALUE ZERO.
012200 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
012300
012400 77  GSE-COUNT                   PIC S9(4) COMP VALUE ZERO.
012500 77  GSE-IDX                     PIC S9(4) COMP VALUE ZERO.
012600 77  GSE-LIMIT                   PIC S9(4) COMP VALUE +300.
012700 77  SORT-IDX                    PIC S9(4) COMP VALUE ZERO.
012800 77  TYPE-IDX                    PIC S9(4) COMP VALUE ZERO.
012900 77  DEPT-IDX                    PIC S9(4) COMP VALUE ZERO.
013000
013100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
013200 01  FILLER REDEFINES WS-RUN-DATE.
013300     02  WS-RUN-YY               PIC 9(02).
013400     02  WS-RUN-MM               PIC 9(02).
013500     02  WS-RUN-DD               PIC 9(02).
013600 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
013700 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
013800 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
013900     02  WS-TODAY-CCYY           PIC 9(04).
014000     02  WS-TODAY-MM             PIC 9(02).
014100     02  WS-TODAY-DD             PIC 9(02).
014200
014300 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
014400
014500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
014600 01  RUN-CONTROL-FILE            COPY VSAMIOFB.
014700 01  AR-DETAIL-FILE              COPY VSAMIOFB.
014800 01  GL-ACCOUNT-FILE             COPY VSAMIOFB.
014900 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
015000 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
015010 01  CHARGE-CODE-FILE            COPY VSAMIOFB.
015100
015200 01  RUN-CONTROL-RECORD.
015300     02  RCR-KEY.
015400         03  RCR-FUNCTION        PIC X(08).
015500         03  RCR-GEN-ID          PIC X(08).
015600     02  RCR-POSTED-DATE         PIC 9(06).
015700     02  RCR-POSTED-TIME         PIC 9(08).
015800     02  RCR-TRAN-COUNT          PIC 9(07).
015900     02  RCR-FORCE-COUNT         PIC 9(03).
016000     02  RCR-HOLDER              PIC X(08).
016100     02  FILLER                  PIC X(02).
016200
016300 01  AR-DETAIL-RECORD.
016400     02  ARD-STUDENT-ID          PIC X(07).
016500     02  ARD-POST-DATE           PIC 9(08).
016600     02  FILLER REDEFINES ARD-POST-DATE.
016700         03  ARD-POST-PERIOD     PIC X(06).
016800         03  FILLER              PIC X(02).
016900     02  ARD-TYPE                PIC X(03).
017000     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
017100     02  ARD-REFERENCE           PIC X(20).
017200     02  FILLER REDEFINES ARD-REFERENCE.
017300         03  ARD-REF-SEMESTER    PIC X(06).
017400         03  FILLER              PIC X(01).
017500         03  ARD-REF-DEPARTMENT  PIC X(02).
017600         03  FILLER REDEFINES ARD-REF-DEPARTMENT.
017700             04  ARD-REF-DEPARTMENT-N
017800                                 PIC 9(02).
017900         03  FILLER              PIC X(11).
017910     02  FILLER REDEFINES ARD-REFERENCE.
017920         03  ARD-REF-CHARGE-CODE PIC X(04).
017930         03  FILLER              PIC X(16).
018000     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
018100     02  FILLER                  PIC X(14).
018200
018300 01  GL-ACCOUNT-RECORD.
018400     02  GLA-KEY.
018500         03  GLA-TYPE            PIC X(03).
018600         03  GLA-DEPARTMENT      PIC 9(02).
018700     02  GLA-DEBIT-ACCOUNT       PIC X(10).
018800     02  GLA-CREDIT-ACCOUNT      PIC X(10).
018900     02  GLA-DESCRIPTION         PIC X(20).
019000     02  FILLER                  PIC X(05).
019100
019200 01  STUDENT-RECORD-AREA         PIC X(83).
019300
019400 01  COURSE-INFO-RECORD.
019500     02  CIR-STUDENT-ID          PIC X(07).
019600     02  CIR-KEY-ID              PIC 9(03).
019700     02  CIR-COURSE-ID           PIC 9(06).
019800     02  FILLER                  REDEFINES CIR-COURSE-ID.
019900         03  CIR-DEPARTMENT      PIC 9(02).
020000         03  CIR-COURSE          PIC 9(03).
020100         03  CIR-SECTION         PIC 9(01).
020200     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
020300     02  CIR-STATUS              PIC X(01).
020400         88  CIR-ENROLLED                VALUE 'E'.
020500         88  CIR-WITHDRAWN               VALUE 'X'.
020600         88  CIR-INCOMPLETE              VALUE 'I'.
020700     02  CIR-SEMESTER            PIC X(06).
020800     02  CIR-ENROLL-DATE         PIC 9(08).
020900     02  CIR-DROP-DATE           PIC 9(08).
021000
021100 01  COURSE-TABLE-RECORD.
021200     02  CTR-DEPARTMENT          PIC 9(02).
021300     02  CTR-NUMBER              PIC 9(03).
021400     02  CTR-DESCRIPTION         PIC X(50).
021500     02  CTR-CREDIT-HOURS        PIC 9(01).
021507
021514* ************************************************************** *
021521* MISCELLANEOUS CHARGE-CODE TABLE (DDNAME CHGCTBL), AS CHGCMNT   *
021528* MAINTAINS IT.                                                  *
021535* ************************************************************** *
021542 01  CHARGE-CODE-RECORD.
021549     02  CCT-CODE                PIC X(04).
021556     02  CCT-DESCRIPTION         PIC X(25).
021563     02  CCT-GL-ACCOUNT          PIC X(10).
021570     02  CCT-DEFAULT-AMOUNT      PIC 9(05)V99.
021577     02  CCT-TAXABLE             PIC X(01).
021584     02  FILLER                  PIC X(13).
021600
021700* ************************************************************** *
021800* JOURNAL TYPES AND THE DIRECTION EACH MOVES A STUDENT'S BALANCE *
021900* IN NORMAL USE: '+' CHARGES THE ACCOUNT, '-' CREDITS IT.        *
022000* ************************************************************** *
022100 01  JOURNAL-TYPE-VALUES.
022200     02  FILLER                  PIC X(48)   VALUE
022300         'CHG+PAY-AID-FEE+RFD-ADJ+WOF-T4R+CRF+MSC+TAX+HSG+'.
022400 01  JOURNAL-TYPE-TABLE REDEFINES JOURNAL-TYPE-VALUES.
022500     02  JOURNAL-TYPE-ENTRY      OCCURS 12 TIMES.
022600         03  JTT-TYPE            PIC X(03).
022700         03  JTT-SIGN            PIC X(01).
022800
022900* ************************************************************** *
023000* THE PERIOD'S TOTALS BY JOURNAL TYPE AND DEPARTMENT, WITH THE   *
023100* GLACCT ACCOUNTS EACH MAPS TO.                                  *
023110* 'MSC' TOTALS ARE KEPT APART BY CHARGE CODE AS WELL.            *
023200* ************************************************************** *
023300 01  GL-SUMMARY-TABLE.
023400     02  GL-SUMMARY-ENTRY OCCURS 300 TIMES.
023500         03  GSE-KEY.
023600             04  GSE-TYPE        PIC X(03).
023700             04  GSE-DEPARTMENT  PIC 9(02).
023710             04  GSE-CHARGE-CODE PIC X(04).
023800         03  GSE-SIGN            PIC X(01).
023900         03  GSE-ITEMS           PIC S9(7) COMP-3.
024000         03  GSE-AMOUNT          PIC S9(9)V99 COMP-3.
024100         03  GSE-DEBIT-ACCOUNT   PIC X(10).
024200         03  GSE-CREDIT-ACCOUNT  PIC X(10).
024300         03  GSE-DESCRIPTION     PIC X(20).
024400         03  GSE-MAPPED-SW       PIC X(01).
024500             88  GSE-MAPPED              VALUE 'Y'.
024600 01  GSE-HOLD-ENTRY              PIC X(61).
024700
024800* ************************************************************** *
024900* CREDIT HOURS OF THE CURRENT CHARGE'S SEATS BY DEPARTMENT       *
025000* (SUBSCRIPT IS THE DEPARTMENT NUMBER PLUS ONE).                 *
025100* ************************************************************** *
025200 01  DEPARTMENT-HOURS-TABLE.
025300     02  DHT-HOURS               PIC S9(4) COMP OCCURS 100 TIMES.
025400
025500 01  WS-WORK-FIELDS.
025600     02  WS-SUM-TYPE             PIC X(03).
025700     02  WS-SUM-DEPARTMENT       PIC 9(02).
025710     02  WS-SUM-CHARGE-CODE      PIC X(04).
025800     02  WS-SUM-AMOUNT           PIC S9(7)V99 COMP-3.
025900     02  WS-CURRENT-ID           PIC X(07).
026000     02  WS-CHARGE-SEMESTER      PIC X(06).
026100     02  WS-HOURS-LEFT           PIC S9(5) COMP-3.
026200     02  WS-LEFT-TO-SPLIT        PIC S9(7)V99 COMP-3.
026300     02  WS-ENTRY-AMOUNT         PIC S9(9)V99 COMP-3.
026400     02  WS-DR-ACCOUNT           PIC X(10).
026500     02  WS-CR-ACCOUNT           PIC X(10).
026600     02  WS-TOTAL-DEBITS         PIC S9(11)V99 COMP-3 VALUE ZERO.
026700     02  WS-TOTAL-CREDITS        PIC S9(11)V99 COMP-3 VALUE ZERO.
026800
026900* ************************************************************** *
027000* LEDGER IMPORT RECORD: HEADER, DETAIL AND TRAILER VIEWS.        *
027100* ************************************************************** *
027200 01  GL-JOURNAL-RECORD.
027300     02  GLJ-RECORD-TYPE         PIC X(01).
027400         88  GLJ-HEADER                  VALUE 'H'.
027500         88  GLJ-DETAIL                  VALUE 'D'.
027600         88  GLJ-TRAILER                 VALUE 'T'.
027700     02  GLJ-BODY                PIC X(79).
027800     02  GLJ-HEADER-VIEW REDEFINES GLJ-BODY.
027900         03  GLJ-H-SOURCE        PIC X(08).
028000         03  GLJ-H-BATCH-ID      PIC X(10).
028100         03  GLJ-H-PERIOD        PIC 9(06).
028200         03  GLJ-H-JOURNAL-DATE  PIC 9(08).
028300         03  GLJ-H-DESCRIPTION   PIC X(30).
028400         03  FILLER              PIC X(17).
028500     02  GLJ-DETAIL-VIEW REDEFINES GLJ-BODY.
028600         03  GLJ-D-BATCH-ID      PIC X(10).
028700         03  GLJ-D-ACCOUNT       PIC X(10).
028800         03  GLJ-D-DEBIT-CREDIT  PIC X(01).
028900         03  GLJ-D-AMOUNT        PIC 9(09)V99.
029000         03  GLJ-D-TYPE          PIC X(03).
029100         03  GLJ-D-DEPARTMENT    PIC 9(02).
029200         03  GLJ-D-DESCRIPTION   PIC X(20).
029300         03  GLJ-D-ITEMS         PIC 9(07).
029400         03  FILLER              PIC X(15).
029500     02  GLJ-TRAILER-VIEW REDEFINES GLJ-BODY.
029600         03  GLJ-T-BATCH-ID      PIC X(10).
029700         03  GLJ-T-LINE-COUNT    PIC 9(07).
029800         03  GLJ-T-TOTAL-DEBITS  PIC 9(11)V99.
029900         03  GLJ-T-TOTAL-CREDITS PIC 9(11)V99.
030000         03  FILLER              PIC X(36).
030100
030200 01  WS-BATCH-ID.
030300     02  FILLER                  PIC X(04)   VALUE 'STAR'.
030400     02  WS-BATCH-PERIOD         PIC X(06).
030500
030600 01  HEADING-LINE-1.
030700     02  FILLER                  PIC X(48) VALUE
030800         'GLINTF - GENERAL LEDGER JOURNAL ENTRY - PERIOD '.
030900     02  HL1-PERIOD              PIC X(06).
031000     02  FILLER                  PIC X(10) VALUE '  BATCH '.
031100     02  HL1-BATCH-ID            PIC X(10).
031200     02  FILLER                  PIC X(58) VALUE SPACES.
031300
031400 01  HEADING-LINE-2.
031500     02  FILLER                  PIC X(06) VALUE 'TYPE'.
031600     02  FILLER                  PIC X(06) VALUE 'DEPT'.
031700     02  FILLER                  PIC X(12) VALUE 'ACCOUNT'.
031800     02  FILLER                  PIC X(17) VALUE
031900         '           DEBIT'.
032000     02  FILLER                  PIC X(17) VALUE
032100         '          CREDIT'.
032200     02  FILLER                  PIC X(10) VALUE '    ITEMS'.
032300     02  FILLER                  PIC X(02) VALUE SPACES.
032400     02  FILLER                  PIC X(62) VALUE 'DESCRIPTION'.
032500
032600 01  LISTING-LINE.
032700     02  LL-TYPE                 PIC X(03).
032800     02  FILLER                  PIC X(03) VALUE SPACES.
032900     02  LL-DEPARTMENT           PIC X(02).
033000     02  FILLER                  PIC X(04) VALUE SPACES.
033100     02  LL-ACCOUNT              PIC X(10).
033200     02  FILLER                  PIC X(02) VALUE SPACES.
033300     02  LL-DEBIT                PIC ZZZ,ZZZ,ZZ9.99.
033400     02  FILLER                  PIC X(03) VALUE SPACES.
033500     02  LL-CREDIT               PIC ZZZ,ZZZ,ZZ9.99.
033600     02  FILLER                  PIC X(03) VALUE SPACES.
033700     02  LL-ITEMS                PIC Z,ZZZ,ZZ9.
033800     02  FILLER                  PIC X(03) VALUE SPACES.
033900     02  LL-DESCRIPTION          PIC X(30).
034000     02  FILLER                  PIC X(32) VALUE SPACES.
034100
034200 01  TOTAL-LINE-1.
034300     02  FILLER                  PIC X(24) VALUE
034400         'TOTALS'.
034500     02  TL-DEBITS               PIC ZZZ,ZZZ,ZZ9.99.
034600     02  FILLER                  PIC X(03) VALUE SPACES.
034700     02  TL-CREDITS              PIC ZZZ,ZZZ,ZZ9.99.
034800     02  FILLER                  PIC X(03) VALUE SPACES.
034900     02  TL-BALANCE              PIC X(20).
035000     02  FILLER                  PIC X(54) VALUE SPACES.
035100
035200 01  TOTAL-LINE-2.
035300     02  FILLER                  PIC X(20) VALUE
035400         'POSTINGS READ: '.
035500     02  TL-READ                 PIC Z,ZZZ,ZZ9.
035600     02  FILLER                  PIC X(14) VALUE '  IN PERIOD: '.
035700     02  TL-IN-PERIOD            PIC Z,ZZZ,ZZ9.
035800     02  FILLER                  PIC X(17) VALUE
035900         '  JOURNAL LINES: '.
036000     02  TL-LINES                PIC Z,ZZZ,ZZ9.
036100     02  FILLER                  PIC X(20) VALUE
036200         '  CHARGES UNSPLIT: '.
036300     02  TL-UNSPLIT              PIC Z,ZZZ,ZZ9.
036400     02  FILLER                  PIC X(25) VALUE SPACES.
036500
036600 01  UNMAPPED-LINE.
036700     02  FILLER                  PIC X(32) VALUE
036800         '*** NO GLACCT ENTRY FOR TYPE '.
036900     02  UL-TYPE                 PIC X(03).
037000     02  FILLER                  PIC X(06) VALUE ' DEPT '.
037100     02  UL-DEPARTMENT           PIC 9(02).
037200     02  FILLER                  PIC X(05) VALUE SPACES.
037300     02  UL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
037400     02  FILLER                  PIC X(69) VALUE SPACES.
037500
037600 01  NOT-SENT-LINE.
037700     02  FILLER                  PIC X(60) VALUE
037800         '*** JOURNAL NOT WRITTEN - COMPLETE GLACCT AND RERUN'.
037900     02  FILLER                  PIC X(72) VALUE SPACES.
038000
038100 01  NO-POSTINGS-LINE.
038200     02  FILLER                  PIC X(40) VALUE
038300         '*** NO ARDETL POSTINGS IN THIS PERIOD'.
038400     02  FILLER                  PIC X(92) VALUE SPACES.
038500
038600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
038700
038800 PROCEDURE DIVISION.
038900
039000 000-INITIATE.
039100
039200     DISPLAY 'GLINTF: GENERAL LEDGER JOURNAL INTERFACE'.
039300     DISPLAY '----------------------------------------'.
039400     DISPLAY ' '.
039500
039600     OPEN INPUT CONTROL-CARD-FILE.
039700     MOVE SPACES TO CONTROL-CARD-RECORD.
039800     READ CONTROL-CARD-FILE
039900         AT END
040000             DISPLAY 'GLINTF: NO CONTROL CARD SUPPLIED - '
040100                     'STOPPING'
040200             MOVE +8 TO RETURN-CODE
040300             STOP RUN.
040400*    END-READ.
040500     CLOSE CONTROL-CARD-FILE.
040600
040700     IF CC-PERIOD-CCYY NOT NUMERIC
040800     OR CC-PERIOD-MM NOT NUMERIC
040900     OR CC-PERIOD-MM LESS THAN 01
041000     OR CC-PERIOD-MM GREATER THAN 12
041100         DISPLAY 'GLINTF: PERIOD ' CC-PERIOD
041200                 ' IS NOT A VALID CCYYMM - STOPPING'
041300         MOVE +8 TO RETURN-CODE
041400         STOP RUN.
041500*    END-IF.
041600
041700     ACCEPT WS-RUN-DATE FROM DATE.
041800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
041900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
042000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
042100     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
042200     MOVE WS-RUN-MM TO WS-TODAY-MM.
042300     MOVE WS-RUN-DD TO WS-TODAY-DD.
042400
042500     MOVE CC-PERIOD TO WS-BATCH-PERIOD.
042600
042700     PERFORM 030-CHECK-RUN-CONTROL
042800        THRU 039-EXIT.
042900
043000     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
043100     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
043200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
043300     MOVE VSIO-INPUT TO VSIO-MODE OF AR-DETAIL-FILE.
043400     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
043500     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
043600     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
043700     MOVE VSIO-OPEN TO VSIO-COMMAND.
043800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043900                         AR-DETAIL-FILE,
044000                         AR-DETAIL-RECORD.
044100*    END-CALL.
044200     IF NOT VSIO-SUCCESS
044300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044400         MOVE +8 TO RETURN-CODE
044500         STOP RUN.
044600*    END-IF.
044700
044800     MOVE 'GLACCT' TO VSIO-DDNAME OF GL-ACCOUNT-FILE.
044900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF GL-ACCOUNT-FILE.
045000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF GL-ACCOUNT-FILE.
045100     MOVE VSIO-INPUT TO VSIO-MODE OF GL-ACCOUNT-FILE.
045200     MOVE +50 TO VSIO-RECORD-LENGTH OF GL-ACCOUNT-FILE.
045300     MOVE +0 TO VSIO-KEY-POSITION OF GL-ACCOUNT-FILE.
045400     MOVE +5 TO VSIO-KEY-LENGTH OF GL-ACCOUNT-FILE.
045500     MOVE VSIO-OPEN TO VSIO-COMMAND.
045600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045700                         GL-ACCOUNT-FILE,
045800                         GL-ACCOUNT-RECORD.
045900*    END-CALL.
046000     IF NOT VSIO-SUCCESS
046100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046200         MOVE +8 TO RETURN-CODE
046300         STOP RUN.
046400*    END-IF.
046500
046600     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
046700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
046800     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
046900     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
047000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
047100     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
047200     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
047300     MOVE VSIO-OPEN TO VSIO-COMMAND.
047400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047500                         STUDENT-MASTER-FILE,
047600                         STUDENT-RECORD-AREA.
047700*    END-CALL.
047800     IF NOT VSIO-SUCCESS
047900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048000         MOVE +8 TO RETURN-CODE
048100         STOP RUN.
048200*    END-IF.
048300
048400     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
048500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
048600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
048700     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
048800     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
048900     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
049000     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
049100     MOVE VSIO-OPEN TO VSIO-COMMAND.
049200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049300                         COURSE-TABLE-FILE,
049400                         COURSE-TABLE-RECORD.
049500*    END-CALL.
049600     IF NOT VSIO-SUCCESS
049700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049800         MOVE +8 TO RETURN-CODE
049900         STOP RUN.
050000*    END-IF.
050005
050010     MOVE 'CHGCTBL' TO VSIO-DDNAME OF CHARGE-CODE-FILE.
050015     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CHARGE-CODE-FILE.
050020     MOVE VSIO-DIRECT TO VSIO-ACCESS OF CHARGE-CODE-FILE.
050025     MOVE VSIO-INPUT TO VSIO-MODE OF CHARGE-CODE-FILE.
050030     MOVE +60 TO VSIO-RECORD-LENGTH OF CHARGE-CODE-FILE.
050035     MOVE +0 TO VSIO-KEY-POSITION OF CHARGE-CODE-FILE.
050040     MOVE +4 TO VSIO-KEY-LENGTH OF CHARGE-CODE-FILE.
050045     MOVE VSIO-OPEN TO VSIO-COMMAND.
050050     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050055                         CHARGE-CODE-FILE,
050060                         CHARGE-CODE-RECORD.
050065*    END-CALL.
050070     IF NOT VSIO-SUCCESS
050075         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050080         MOVE +8 TO RETURN-CODE
050085         STOP RUN.
050090*    END-IF.
050100
050200     OPEN OUTPUT REPORT-FILE.
050300     MOVE CC-PERIOD TO HL1-PERIOD.
050400     MOVE WS-BATCH-ID TO HL1-BATCH-ID.
050500     WRITE REPORT-LINE FROM HEADING-LINE-1
050600         AFTER ADVANCING PAGE.
050700     WRITE REPORT-LINE FROM HEADING-LINE-2.
050800     WRITE REPORT-LINE FROM BLANK-LINE.
050900
051000 010-PROCESS.
051100
051200     PERFORM 110-COLLECT-ONE-POSTING
051300        THRU 119-EXIT
051400       UNTIL END-OF-FILE
051500          OR WS-TABLE-FULL.
051600*    END-PERFORM.
051700
051800     IF WS-TABLE-FULL
051900         DISPLAY 'GLINTF: MORE THAN 300 TYPE/DEPARTMENT TOTALS - '
052000                 'RUN STOPPED, NOTHING SENT'
052100         ADD +1 TO ERROR-COUNTER
052200         GO TO 020-TERMINATE.
052300*    END-IF.
052400
052500     IF GSE-COUNT EQUAL ZERO
052600         WRITE REPORT-LINE FROM NO-POSTINGS-LINE.
052700*    END-IF.
052800
052900     PERFORM 200-MAP-ONE-TOTAL
053000        THRU 209-EXIT
053100       VARYING GSE-IDX FROM +1 BY +1
053200         UNTIL GSE-IDX GREATER THAN GSE-COUNT.
053300*    END-PERFORM.
053400
053500     MOVE 'Y' TO WS-SWAPPED-SWITCH.
053600     PERFORM 210-SORT-PASS
053700        THRU 219-EXIT
053800       UNTIL NOT WS-SWAPPED.
053900*    END-PERFORM.
054000
054100     IF UNMAPPED-COUNTER GREATER THAN ZERO
054200         PERFORM 250-LIST-UNMAPPED
054300            THRU 259-EXIT
054400           VARYING GSE-IDX FROM +1 BY +1
054500             UNTIL GSE-IDX GREATER THAN GSE-COUNT
054600         WRITE REPORT-LINE FROM BLANK-LINE
054700         WRITE REPORT-LINE FROM NOT-SENT-LINE
054800         GO TO 020-TERMINATE.
054900*    END-IF.
055000
055100     PERFORM 300-WRITE-JOURNAL THRU 309-EXIT.
055200
055300 020-TERMINATE.
055400
055500     MOVE RECORDS-READ-COUNTER TO TL-READ.
055600     MOVE IN-PERIOD-COUNTER TO TL-IN-PERIOD.
055700     MOVE JOURNAL-LINE-COUNTER TO TL-LINES.
055800     MOVE UNSPLIT-CHARGE-COUNTER TO TL-UNSPLIT.
055900     WRITE REPORT-LINE FROM BLANK-LINE.
056000     WRITE REPORT-LINE FROM TOTAL-LINE-2.
056100     CLOSE REPORT-FILE.
056200
056300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
056400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056500                         AR-DETAIL-FILE,
056600                         AR-DETAIL-RECORD.
056700*    END-CALL.
056800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056900                         GL-ACCOUNT-FILE,
057000                         GL-ACCOUNT-RECORD.
057100*    END-CALL.
057200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057300                         STUDENT-MASTER-FILE,
057400                         STUDENT-RECORD-AREA.
057500*    END-CALL.
057600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057700                         COURSE-TABLE-FILE,
057800                         COURSE-TABLE-RECORD.
057810*    END-CALL.
057820     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057830                         CHARGE-CODE-FILE,
057840                         CHARGE-CODE-RECORD.
057900*    END-CALL.
058000
058100     IF UNMAPPED-COUNTER EQUAL ZERO
058200     AND ERROR-COUNTER EQUAL ZERO
058300         PERFORM 400-MARK-RUN-CONTROL
058400            THRU 409-EXIT
058500     ELSE
058600         MOVE +8 TO RETURN-CODE
058700         MOVE VSIO-CLOSE TO VSIO-COMMAND
058800         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058900                             RUN-CONTROL-FILE,
059000                             RUN-CONTROL-RECORD.
059100*    END-IF.
059200
059300     DISPLAY 'GLINTF: POSTINGS READ:     ' RECORDS-READ-COUNTER.
059400     DISPLAY 'GLINTF: IN PERIOD:         ' IN-PERIOD-COUNTER.
059500     DISPLAY 'GLINTF: OUT OF PERIOD:     ' OUT-OF-PERIOD-COUNTER.
059600     DISPLAY 'GLINTF: CHARGES UNSPLIT:   ' UNSPLIT-CHARGE-COUNTER.
059700     DISPLAY 'GLINTF: TOTALS UNMAPPED:   ' UNMAPPED-COUNTER.
059800     DISPLAY 'GLINTF: JOURNAL LINES:     ' JOURNAL-LINE-COUNTER.
059900     DISPLAY 'GLINTF: ERRORS:            ' ERROR-COUNTER.
060000     STOP RUN.
060100
060200* ************************************************************** *
060300* RUN-CONTROL HANDSHAKE - REFUSE A PERIOD THE RUNCTL CLUSTER     *
060400* ALREADY SHOWS SENT TO THE LEDGER, UNLESS THE SYSIN CARD        *
060500* CARRIES 'FORCE' FOR A DELIBERATE RESEND, WHICH IS NOTED ON     *
060600* THE RUN LOG.                                                   *
060700* ************************************************************** *
060800 030-CHECK-RUN-CONTROL.
060900
061000     MOVE 'RUNCTL' TO VSIO-DDNAME OF RUN-CONTROL-FILE.
061100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RUN-CONTROL-FILE.
061200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RUN-CONTROL-FILE.
061300     MOVE VSIO-I-O TO VSIO-MODE OF RUN-CONTROL-FILE.
061400     MOVE +50 TO VSIO-RECORD-LENGTH OF RUN-CONTROL-FILE.
061500     MOVE +0 TO VSIO-KEY-POSITION OF RUN-CONTROL-FILE.
061600     MOVE +16 TO VSIO-KEY-LENGTH OF RUN-CONTROL-FILE.
061700     MOVE VSIO-OPEN TO VSIO-COMMAND.
061800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061900                         RUN-CONTROL-FILE,
062000                         RUN-CONTROL-RECORD.
062100*    END-CALL.
062200     IF NOT VSIO-SUCCESS
062300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
062400         MOVE +8 TO RETURN-CODE
062500         STOP RUN.
062600*    END-IF.
062700
062800     MOVE SPACES TO RUN-CONTROL-RECORD.
062900     MOVE 'GLINTF' TO RCR-FUNCTION.
063000     MOVE CC-PERIOD TO RCR-GEN-ID.
063100     MOVE VSIO-READ TO VSIO-COMMAND.
063200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063300                         RUN-CONTROL-FILE,
063400                         RUN-CONTROL-RECORD.
063500*    END-CALL.
063600
063700     EVALUATE TRUE
063800         WHEN VSIO-SUCCESS
063900             MOVE 'Y' TO RUN-CONTROL-FOUND-SWITCH
064000         WHEN VSIO-RECORD-NOT-FOUND
064100             MOVE 'N' TO RUN-CONTROL-FOUND-SWITCH
064200             MOVE +0 TO VSIO-RETURN-CODE
064300         WHEN OTHER
064400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
064500             MOVE +8 TO RETURN-CODE
064600             STOP RUN
064700     END-EVALUATE.
064800
064900     IF NOT RUN-CONTROL-FOUND
065000         GO TO 039-EXIT.
065100*    END-IF.
065200
065300     IF CC-FORCE EQUAL 'FORCE'
065400         DISPLAY 'GLINTF: PERIOD ' CC-PERIOD
065500             ' ALREADY SENT ' RCR-POSTED-DATE ' AT '
065600             RCR-POSTED-TIME ' - FORCED RESEND AUTHORIZED'
065700         GO TO 039-EXIT.
065800*    END-IF.
065900
066000     DISPLAY 'GLINTF: PERIOD ' CC-PERIOD
066100         ' ALREADY SENT ' RCR-POSTED-DATE ' AT '
066200         RCR-POSTED-TIME ' WITH ' RCR-TRAN-COUNT
066300         ' POSTINGS'.
066400     DISPLAY 'GLINTF: RUN REFUSED - RESUBMIT WITH A FORCE'
066500         ' CARD FOR A DELIBERATE RESEND'.
066600     MOVE +8 TO RETURN-CODE.
066700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
066800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066900                         RUN-CONTROL-FILE,
067000                         RUN-CONTROL-RECORD.
067100*    END-CALL.
067200     STOP RUN.
067300
067400 039-EXIT.
067500     EXIT.
067600
067700* ************************************************************** *
067800* ONE JOURNAL POSTING.  EVERY RECORD IS COUNTED; THOSE POSTED IN *
067900* THE PERIOD ARE ADDED TO THEIR TYPE/DEPARTMENT TOTAL.           *
068000* ************************************************************** *
068100 110-COLLECT-ONE-POSTING.
068200
068300     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
068400     MOVE VSIO-READ TO VSIO-COMMAND.
068500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068600                         AR-DETAIL-FILE,
068700                         AR-DETAIL-RECORD.
068800*    END-CALL.
068900     IF NOT VSIO-SUCCESS
069000         IF VSIO-END-OF-FILE
069100             MOVE 'Y' TO END-OF-FILE-SWITCH
069200             GO TO 119-EXIT
069300         ELSE
069400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
069500             ADD +1 TO ERROR-COUNTER
069600             MOVE 'Y' TO END-OF-FILE-SWITCH
069700             GO TO 119-EXIT.
069800*        END-IF
069900*    END-IF.
070000
070100     ADD +1 TO RECORDS-READ-COUNTER.
070200     IF ARD-POST-DATE NOT NUMERIC
070300     OR ARD-POST-PERIOD NOT EQUAL CC-PERIOD
070400         ADD +1 TO OUT-OF-PERIOD-COUNTER
070500         GO TO 119-EXIT.
070600*    END-IF.
070700     ADD +1 TO IN-PERIOD-COUNTER.
070710     MOVE SPACES TO WS-SUM-CHARGE-CODE.
070800
070900     IF ARD-TYPE EQUAL 'CHG'
071000         PERFORM 130-SPLIT-CHARGE THRU 139-EXIT
071100         GO TO 119-EXIT.
071200*    END-IF.
071300
071400     MOVE ARD-TYPE TO WS-SUM-TYPE.
071500     MOVE ZERO TO WS-SUM-DEPARTMENT.
071600     IF ARD-TYPE EQUAL 'RFD'
071700     AND ARD-REF-DEPARTMENT-N NUMERIC
071800         MOVE ARD-REF-DEPARTMENT-N TO WS-SUM-DEPARTMENT.
071900*    END-IF.
071910     IF ARD-TYPE EQUAL 'MSC'
071920         MOVE ARD-REF-CHARGE-CODE TO WS-SUM-CHARGE-CODE.
071930*    END-IF.
072000     MOVE ARD-AMOUNT TO WS-SUM-AMOUNT.
072100     PERFORM 150-ADD-TO-SUMMARY THRU 159-EXIT.
072200
072300 119-EXIT.
072400     EXIT.
072500
072600* ************************************************************** *
072700* SPREADS ONE TUITION CHARGE OVER THE DEPARTMENTS OF THE SEATS   *
072800* IT PAID FOR.  THE STUDENT'S STMASTR COURSE RECORDS FOR THE     *
072900* CHARGE'S SEMESTER ARE BROWSED AND THEIR CREDIT HOURS           *
073000* TOTALLED BY DEPARTMENT; EACH DEPARTMENT TAKES ITS SHARE OF     *
073100* WHAT IS LEFT OF THE CHARGE IN PROPORTION TO ITS SHARE OF THE   *
073200* HOURS LEFT, SO THE SHARES ALWAYS ADD BACK TO THE CHARGE.       *
073300* ************************************************************** *
073400 130-SPLIT-CHARGE.
073500
073600     PERFORM 131-CLEAR-DEPARTMENT
073700        THRU 131-EXIT
073800       VARYING DEPT-IDX FROM +1 BY +1
073900         UNTIL DEPT-IDX GREATER THAN +100.
074000*    END-PERFORM.
074100     MOVE ZERO TO WS-HOURS-LEFT.
074200     MOVE ARD-STUDENT-ID TO WS-CURRENT-ID.
074300     MOVE ARD-REF-SEMESTER TO WS-CHARGE-SEMESTER.
074400
074500     MOVE SPACES TO STUDENT-RECORD-AREA.
074600     MOVE WS-CURRENT-ID TO STUDENT-RECORD-AREA (1:7).
074700     MOVE '000' TO STUDENT-RECORD-AREA (8:3).
074800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
074900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
075000                         STUDENT-MASTER-FILE,
075100                         STUDENT-RECORD-AREA.
075200*    END-CALL.
075300     IF VSIO-SUCCESS
075400         MOVE 'N' TO WS-SCAN-DONE-SWITCH
075500         PERFORM 132-NOTE-ONE-SEAT
075600            THRU 132-EXIT
075700           UNTIL WS-SCAN-DONE
075800     ELSE
075900         MOVE +0 TO VSIO-RETURN-CODE.
076000*    END-IF.
076100
076200     MOVE ARD-TYPE TO WS-SUM-TYPE.
076300     IF WS-HOURS-LEFT EQUAL ZERO
076400         ADD +1 TO UNSPLIT-CHARGE-COUNTER
076500         MOVE ZERO TO WS-SUM-DEPARTMENT
076600         MOVE ARD-AMOUNT TO WS-SUM-AMOUNT
076700         PERFORM 150-ADD-TO-SUMMARY THRU 159-EXIT
076800         GO TO 139-EXIT.
076900*    END-IF.
077000
077100     MOVE ARD-AMOUNT TO WS-LEFT-TO-SPLIT.
077200     PERFORM 135-TAKE-DEPARTMENT-SHARE
077300        THRU 135-EXIT
077400       VARYING DEPT-IDX FROM +1 BY +1
077500         UNTIL DEPT-IDX GREATER THAN +100
077600            OR WS-HOURS-LEFT EQUAL ZERO.
077700*    END-PERFORM.
077800
077900 139-EXIT.
078000     EXIT.
078100
078200 131-CLEAR-DEPARTMENT.
078300
078400     MOVE ZERO TO DHT-HOURS (DEPT-IDX).
078500
078600 131-EXIT.
078700     EXIT.
078800
078900 132-NOTE-ONE-SEAT.
079000
079100     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
079200     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
079300     MOVE VSIO-READ TO VSIO-COMMAND.
079400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
079500                         STUDENT-MASTER-FILE,
079600                         STUDENT-RECORD-AREA.
079700*    END-CALL.
079800     IF NOT VSIO-SUCCESS
079900         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
080000         MOVE +0 TO VSIO-RETURN-CODE
080100         GO TO 132-EXIT.
080200*    END-IF.
080300     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL WS-CURRENT-ID
080400         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
080500         GO TO 132-EXIT.
080600*    END-IF.
080700
080800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
080900     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
081000     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
081100         GO TO 132-EXIT.
081200*    END-IF.
081300
081400     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
081500     IF CIR-SEMESTER NOT EQUAL WS-CHARGE-SEMESTER
081600         GO TO 132-EXIT.
081700*    END-IF.
081800     IF NOT CIR-ENROLLED
081900     AND NOT CIR-WITHDRAWN
082000     AND NOT CIR-INCOMPLETE
082100         GO TO 132-EXIT.
082200*    END-IF.
082300     IF CIR-COURSE-ID NOT NUMERIC
082400         GO TO 132-EXIT.
082500*    END-IF.
082600
082700     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
082800     MOVE CIR-COURSE TO CTR-NUMBER.
082900     MOVE VSIO-READ TO VSIO-COMMAND.
083000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
083100                         COURSE-TABLE-FILE,
083200                         COURSE-TABLE-RECORD.
083300*    END-CALL.
083400     IF NOT VSIO-SUCCESS
083500         MOVE ZERO TO CTR-CREDIT-HOURS
083600         MOVE +0 TO VSIO-RETURN-CODE.
083700*    END-IF.
083800
083900     COMPUTE DEPT-IDX = CIR-DEPARTMENT + 1.
084000     ADD CTR-CREDIT-HOURS TO DHT-HOURS (DEPT-IDX).
084100     ADD CTR-CREDIT-HOURS TO WS-HOURS-LEFT.
084200
084300 132-EXIT.
084400     EXIT.
084500
084600 135-TAKE-DEPARTMENT-SHARE.
084700
084800     IF DHT-HOURS (DEPT-IDX) EQUAL ZERO
084900         GO TO 135-EXIT.
085000*    END-IF.
085100
085200     COMPUTE WS-SUM-DEPARTMENT = DEPT-IDX - 1.
085300     IF DHT-HOURS (DEPT-IDX) EQUAL WS-HOURS-LEFT
085400         MOVE WS-LEFT-TO-SPLIT TO WS-SUM-AMOUNT
085500     ELSE
085600         COMPUTE WS-SUM-AMOUNT ROUNDED =
085700             WS-LEFT-TO-SPLIT * DHT-HOURS (DEPT-IDX)
085800                              / WS-HOURS-LEFT.
085900*    END-IF.
086000     SUBTRACT WS-SUM-AMOUNT FROM WS-LEFT-TO-SPLIT.
086100     SUBTRACT DHT-HOURS (DEPT-IDX) FROM WS-HOURS-LEFT.
086200     PERFORM 150-ADD-TO-SUMMARY THRU 159-EXIT.
086300
086400 135-EXIT.
086500     EXIT.
086600
086700* ************************************************************** *
086800* ADDS WS-SUM-AMOUNT TO THE WS-SUM-TYPE / WS-SUM-DEPARTMENT      *
086900* TOTAL, OPENING A NEW TOTAL ON FIRST SIGHT.                     *
087000* ************************************************************** *
087100 150-ADD-TO-SUMMARY.
087200
087300     MOVE 'N' TO WS-ENTRY-FOUND-SW.
087400     PERFORM 152-MATCH-ENTRY
087500        THRU 152-EXIT
087600       VARYING GSE-IDX FROM +1 BY +1
087700         UNTIL GSE-IDX GREATER THAN GSE-COUNT
087800            OR WS-ENTRY-FOUND.
087900*    END-PERFORM.
088000
088100     IF WS-ENTRY-FOUND
088200         SUBTRACT +1 FROM GSE-IDX
088300     ELSE
088400         IF GSE-COUNT NOT LESS THAN GSE-LIMIT
088500             MOVE 'Y' TO WS-TABLE-FULL-SW
088600             GO TO 159-EXIT
088700         ELSE
088800             ADD +1 TO GSE-COUNT
088900             MOVE GSE-COUNT TO GSE-IDX
089000             PERFORM 154-OPEN-ENTRY THRU 154-EXIT.
089100*        END-IF
089200*    END-IF.
089300
089400     ADD +1 TO GSE-ITEMS (GSE-IDX).
089500     ADD WS-SUM-AMOUNT TO GSE-AMOUNT (GSE-IDX).
089600
089700 159-EXIT.
089800     EXIT.
089900
090000 152-MATCH-ENTRY.
090100
090200     IF GSE-TYPE (GSE-IDX) EQUAL WS-SUM-TYPE
090300     AND GSE-DEPARTMENT (GSE-IDX) EQUAL WS-SUM-DEPARTMENT
090310     AND GSE-CHARGE-CODE (GSE-IDX) EQUAL WS-SUM-CHARGE-CODE
090400         MOVE 'Y' TO WS-ENTRY-FOUND-SW.
090500*    END-IF.
090600
090700 152-EXIT.
090800     EXIT.
090900
091000 154-OPEN-ENTRY.
091100
091200     MOVE SPACES TO GL-SUMMARY-ENTRY (GSE-IDX).
091300     MOVE WS-SUM-TYPE TO GSE-TYPE (GSE-IDX).
091400     MOVE WS-SUM-DEPARTMENT TO GSE-DEPARTMENT (GSE-IDX).
091410     MOVE WS-SUM-CHARGE-CODE TO GSE-CHARGE-CODE (GSE-IDX).
091500     MOVE ZERO TO GSE-ITEMS (GSE-IDX).
091600     MOVE ZERO TO GSE-AMOUNT (GSE-IDX).
091700     MOVE 'N' TO GSE-MAPPED-SW (GSE-IDX).
091800     MOVE '+' TO GSE-SIGN (GSE-IDX).
091900     PERFORM 156-FIND-TYPE-SIGN
092000        THRU 156-EXIT
092100       VARYING TYPE-IDX FROM +1 BY +1
092200         UNTIL TYPE-IDX GREATER THAN +12.
092300*    END-PERFORM.
092400
092500 154-EXIT.
092600     EXIT.
092700
092800 156-FIND-TYPE-SIGN.
092900
093000     IF JTT-TYPE (TYPE-IDX) EQUAL WS-SUM-TYPE
093100         MOVE JTT-SIGN (TYPE-IDX) TO GSE-SIGN (GSE-IDX).
093200*    END-IF.
093300
093400 156-EXIT.
093500     EXIT.
093600
093700* ************************************************************** *
093800* LOOKS UP THE GLACCT ENTRY FOR ONE TOTAL: THE TYPE AND ITS      *
093900* DEPARTMENT FIRST, THEN THE TYPE'S DEPARTMENT 00 ENTRY.         *
094000* ************************************************************** *
094100 200-MAP-ONE-TOTAL.
094200
094300     MOVE SPACES TO GL-ACCOUNT-RECORD.
094400     MOVE GSE-TYPE (GSE-IDX) TO GLA-TYPE.
094500     MOVE GSE-DEPARTMENT (GSE-IDX) TO GLA-DEPARTMENT.
094600     MOVE VSIO-READ TO VSIO-COMMAND.
094700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094800                         GL-ACCOUNT-FILE,
094900                         GL-ACCOUNT-RECORD.
095000*    END-CALL.
095100     IF NOT VSIO-SUCCESS
095200     AND GSE-DEPARTMENT (GSE-IDX) NOT EQUAL ZERO
095300         MOVE +0 TO VSIO-RETURN-CODE
095400         MOVE SPACES TO GL-ACCOUNT-RECORD
095500         MOVE GSE-TYPE (GSE-IDX) TO GLA-TYPE
095600         MOVE ZERO TO GLA-DEPARTMENT
095700         MOVE VSIO-READ TO VSIO-COMMAND
095800         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
095900                             GL-ACCOUNT-FILE,
096000                             GL-ACCOUNT-RECORD.
096100*    END-IF.
096200
096300     IF NOT VSIO-SUCCESS
096400         ADD +1 TO UNMAPPED-COUNTER
096500         MOVE +0 TO VSIO-RETURN-CODE
096600         GO TO 209-EXIT.
096700*    END-IF.
096800
096900     MOVE 'Y' TO GSE-MAPPED-SW (GSE-IDX).
097000     MOVE GLA-DEBIT-ACCOUNT TO GSE-DEBIT-ACCOUNT (GSE-IDX).
097100     MOVE GLA-CREDIT-ACCOUNT TO GSE-CREDIT-ACCOUNT (GSE-IDX).
097200     MOVE GLA-DESCRIPTION TO GSE-DESCRIPTION (GSE-IDX).
097210
097220     IF GSE-CHARGE-CODE (GSE-IDX) NOT EQUAL SPACES
097230         PERFORM 205-MAP-CHARGE-CODE THRU 205-EXIT.
097240*    END-IF.
097300
097400 209-EXIT.
097500     EXIT.
097503
097506* ************************************************************** *
097509* AN 'MSC' TOTAL CREDITS THE REVENUE ACCOUNT ITS CHARGE CODE     *
097512* NAMES ON CHGCTBL.  A CODE NO LONGER ON THE TABLE, OR WITH NO   *
097515* ACCOUNT, KEEPS THE GLACCT 'MSC' CREDIT ACCOUNT.                *
097518* ************************************************************** *
097521 205-MAP-CHARGE-CODE.
097524
097527     MOVE SPACES TO CHARGE-CODE-RECORD.
097530     MOVE GSE-CHARGE-CODE (GSE-IDX) TO CCT-CODE.
097533     MOVE VSIO-READ TO VSIO-COMMAND.
097536     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
097539                         CHARGE-CODE-FILE,
097542                         CHARGE-CODE-RECORD.
097545*    END-CALL.
097548     IF NOT VSIO-SUCCESS
097551         MOVE +0 TO VSIO-RETURN-CODE
097554         GO TO 205-EXIT.
097557*    END-IF.
097560
097563     IF CCT-GL-ACCOUNT NOT EQUAL SPACES
097566         MOVE CCT-GL-ACCOUNT TO GSE-CREDIT-ACCOUNT (GSE-IDX).
097569*    END-IF.
097572     MOVE CCT-DESCRIPTION TO GSE-DESCRIPTION (GSE-IDX).
097575
097578 205-EXIT.
097581     EXIT.
097600
097700* ************************************************************** *
097800* ONE EXCHANGE-SORT PASS PUTTING THE TOTALS IN TYPE/DEPARTMENT   *
097900* ORDER FOR THE JOURNAL AND THE LISTING.                         *
098000* ************************************************************** *
098100 210-SORT-PASS.
098200
098300     MOVE 'N' TO WS-SWAPPED-SWITCH.
098400     PERFORM 212-COMPARE-PAIR
098500        THRU 212-EXIT
098600       VARYING SORT-IDX FROM +1 BY +1
098700         UNTIL SORT-IDX NOT LESS THAN GSE-COUNT.
098800*    END-PERFORM.
098900
099000 219-EXIT.
099100     EXIT.
099200
099300 212-COMPARE-PAIR.
099400
099500     IF GSE-KEY (SORT-IDX) GREATER THAN GSE-KEY (SORT-IDX + 1)
099600         MOVE GL-SUMMARY-ENTRY (SORT-IDX) TO GSE-HOLD-ENTRY
099700         MOVE GL-SUMMARY-ENTRY (SORT-IDX + 1)
099800           TO GL-SUMMARY-ENTRY (SORT-IDX)
099900         MOVE GSE-HOLD-ENTRY TO GL-SUMMARY-ENTRY (SORT-IDX + 1)
100000         MOVE 'Y' TO WS-SWAPPED-SWITCH.
100100*    END-IF.
100200
100300 212-EXIT.
100400     EXIT.
100500
100600 250-LIST-UNMAPPED.
100700
100800     IF GSE-MAPPED (GSE-IDX)
100900         GO TO 259-EXIT.
101000*    END-IF.
101100
101200     MOVE GSE-TYPE (GSE-IDX) TO UL-TYPE.
101300     MOVE GSE-DEPARTMENT (GSE-IDX) TO UL-DEPARTMENT.
101400     MOVE GSE-AMOUNT (GSE-IDX) TO UL-AMOUNT.
101500     WRITE REPORT-LINE FROM UNMAPPED-LINE.
101600
101700 259-EXIT.
101800     EXIT.
101900
102000* ************************************************************** *
102100* WRITES THE LEDGER IMPORT FILE AND THE ENTRY LISTING: THE       *
102200* HEADER, A DEBIT AND A CREDIT LINE PER NON-ZERO TOTAL, AND THE  *
102300* TRAILER.  THE TOTALS ARE PROVED EQUAL BEFORE THE RUN IS        *
102400* MARKED.                                                        *
102500* ************************************************************** *
102600 300-WRITE-JOURNAL.
102700
102800     OPEN OUTPUT JOURNAL-ENTRY-FILE.
102900
103000     MOVE SPACES TO GL-JOURNAL-RECORD.
103100     MOVE 'H' TO GLJ-RECORD-TYPE.
103200     MOVE 'STUDAR' TO GLJ-H-SOURCE.
103300     MOVE WS-BATCH-ID TO GLJ-H-BATCH-ID.
103400     MOVE CC-PERIOD TO GLJ-H-PERIOD.
103500     MOVE WS-TODAY-CCYYMMDD TO GLJ-H-JOURNAL-DATE.
103600     MOVE 'STUDENT AR JOURNAL SUMMARY' TO GLJ-H-DESCRIPTION.
103700     WRITE JOURNAL-ENTRY-LINE FROM GL-JOURNAL-RECORD.
103800
103900     PERFORM 310-JOURNAL-ONE-TOTAL
104000        THRU 319-EXIT
104100       VARYING GSE-IDX FROM +1 BY +1
104200         UNTIL GSE-IDX GREATER THAN GSE-COUNT.
104300*    END-PERFORM.
104400
104500     MOVE SPACES TO GL-JOURNAL-RECORD.
104600     MOVE 'T' TO GLJ-RECORD-TYPE.
104700     MOVE WS-BATCH-ID TO GLJ-T-BATCH-ID.
104800     MOVE JOURNAL-LINE-COUNTER TO GLJ-T-LINE-COUNT.
104900     MOVE WS-TOTAL-DEBITS TO GLJ-T-TOTAL-DEBITS.
105000     MOVE WS-TOTAL-CREDITS TO GLJ-T-TOTAL-CREDITS.
105100     WRITE JOURNAL-ENTRY-LINE FROM GL-JOURNAL-RECORD.
105200
105300     CLOSE JOURNAL-ENTRY-FILE.
105400
105500     MOVE WS-TOTAL-DEBITS TO TL-DEBITS.
105600     MOVE WS-TOTAL-CREDITS TO TL-CREDITS.
105700     IF WS-TOTAL-DEBITS EQUAL WS-TOTAL-CREDITS
105800         MOVE 'IN BALANCE' TO TL-BALANCE
105900     ELSE
106000         MOVE '*** OUT OF BALANCE' TO TL-BALANCE
106100         ADD +1 TO ERROR-COUNTER.
106200*    END-IF.
106300     WRITE REPORT-LINE FROM BLANK-LINE.
106400     WRITE REPORT-LINE FROM TOTAL-LINE-1.
106500
106600 309-EXIT.
106700     EXIT.
106800
106900 310-JOURNAL-ONE-TOTAL.
107000
107100     MOVE SPACES TO LISTING-LINE.
107200     MOVE GSE-TYPE (GSE-IDX) TO LL-TYPE.
107300     MOVE GSE-DEPARTMENT (GSE-IDX) TO LL-DEPARTMENT.
107400     MOVE GSE-ITEMS (GSE-IDX) TO LL-ITEMS.
107500
107600     IF GSE-AMOUNT (GSE-IDX) EQUAL ZERO
107700         MOVE 'NET ZERO - NO ENTRY' TO LL-DESCRIPTION
107800         WRITE REPORT-LINE FROM LISTING-LINE
107900         GO TO 319-EXIT.
108000*    END-IF.
108100
108200     IF GSE-SIGN (GSE-IDX) EQUAL '-'
108300         COMPUTE WS-ENTRY-AMOUNT = ZERO - GSE-AMOUNT (GSE-IDX)
108400     ELSE
108500         MOVE GSE-AMOUNT (GSE-IDX) TO WS-ENTRY-AMOUNT.
108600*    END-IF.
108700
108800     IF WS-ENTRY-AMOUNT GREATER THAN ZERO
108900         MOVE GSE-DEBIT-ACCOUNT (GSE-IDX) TO WS-DR-ACCOUNT
109000         MOVE GSE-CREDIT-ACCOUNT (GSE-IDX) TO WS-CR-ACCOUNT
109100     ELSE
109200         MOVE GSE-CREDIT-ACCOUNT (GSE-IDX) TO WS-DR-ACCOUNT
109300         MOVE GSE-DEBIT-ACCOUNT (GSE-IDX) TO WS-CR-ACCOUNT
109400         COMPUTE WS-ENTRY-AMOUNT = ZERO - WS-ENTRY-AMOUNT.
109500*    END-IF.
109600
109700     MOVE SPACES TO GL-JOURNAL-RECORD.
109800     MOVE 'D' TO GLJ-RECORD-TYPE.
109900     MOVE WS-BATCH-ID TO GLJ-D-BATCH-ID.
110000     MOVE GSE-TYPE (GSE-IDX) TO GLJ-D-TYPE.
110100     MOVE GSE-DEPARTMENT (GSE-IDX) TO GLJ-D-DEPARTMENT.
110200     MOVE GSE-DESCRIPTION (GSE-IDX) TO GLJ-D-DESCRIPTION.
110300     MOVE GSE-ITEMS (GSE-IDX) TO GLJ-D-ITEMS.
110400     MOVE WS-ENTRY-AMOUNT TO GLJ-D-AMOUNT.
110500
110600     MOVE WS-DR-ACCOUNT TO GLJ-D-ACCOUNT.
110700     MOVE 'D' TO GLJ-D-DEBIT-CREDIT.
110800     WRITE JOURNAL-ENTRY-LINE FROM GL-JOURNAL-RECORD.
110900     ADD +1 TO JOURNAL-LINE-COUNTER.
111000     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-DEBITS.
111100
111200     MOVE WS-CR-ACCOUNT TO GLJ-D-ACCOUNT.
111300     MOVE 'C' TO GLJ-D-DEBIT-CREDIT.
111400     WRITE JOURNAL-ENTRY-LINE FROM GL-JOURNAL-RECORD.
111500     ADD +1 TO JOURNAL-LINE-COUNTER.
111600     ADD WS-ENTRY-AMOUNT TO WS-TOTAL-CREDITS.
111700
111800     MOVE WS-DR-ACCOUNT TO LL-ACCOUNT.
111900     MOVE WS-ENTRY-AMOUNT TO LL-DEBIT.
112000     MOVE GSE-DESCRIPTION (GSE-IDX) TO LL-DESCRIPTION.
112100     WRITE REPORT-LINE FROM LISTING-LINE.
112200
112300     MOVE SPACES TO LISTING-LINE.
112400     MOVE WS-CR-ACCOUNT TO LL-ACCOUNT.
112500     MOVE WS-ENTRY-AMOUNT TO LL-CREDIT.
112600     WRITE REPORT-LINE FROM LISTING-LINE.
112700
112800 319-EXIT.
112900     EXIT.
113000
113100* ************************************************************** *
113200* RECORD THE CLEAN END OF JOB ON THE RUNCTL CLUSTER SO A SECOND  *
113300* SUBMISSION OF THIS PERIOD IS CAUGHT AT STARTUP.                *
113400* ************************************************************** *
113500 400-MARK-RUN-CONTROL.
113600
113700     ACCEPT WS-RUN-DATE FROM DATE.
113800     ACCEPT WS-RUN-TIME FROM TIME.
113900
114000     IF RUN-CONTROL-FOUND
114100         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
114200         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
114300         MOVE IN-PERIOD-COUNTER TO RCR-TRAN-COUNT
114400         ADD 1 TO RCR-FORCE-COUNT
114500         MOVE VSIO-REWRITE TO VSIO-COMMAND
114600     ELSE
114700         MOVE SPACES TO RUN-CONTROL-RECORD
114800         MOVE 'GLINTF' TO RCR-FUNCTION
114900         MOVE CC-PERIOD TO RCR-GEN-ID
115000         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
115100         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
115200         MOVE IN-PERIOD-COUNTER TO RCR-TRAN-COUNT
115300         MOVE ZERO TO RCR-FORCE-COUNT
115400         MOVE VSIO-WRITE TO VSIO-COMMAND.
115500*    END-IF.
115600
115700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
115800                         RUN-CONTROL-FILE,
115900                         RUN-CONTROL-RECORD.
116000*    END-CALL.
116100     IF NOT VSIO-SUCCESS
116200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
116300         MOVE +8 TO RETURN-CODE.
116400*    END-IF.
116500
116600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
116700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
116800                         RUN-CONTROL-FILE,
116900                         RUN-CONTROL-RECORD.
117000*    END-CALL.
117100     IF NOT VSIO-SUCCESS
117200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
117300*    END-IF.
117400
117500 409-EXIT.
117600     EXIT.
117700
117800* ************************************************************** *
117900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
118000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
118100* PROGRAM IN THIS SUITE.                                         *
118200* ************************************************************** *
118300 500-DISPLAY-UNKNOWN-ERROR.
118400
118500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
118600     EXHIBIT NAMED VSIO-RETURN-CODE.
118700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
118800                   VSIO-VSAM-FUNCTION-CODE,
118900                   VSIO-VSAM-FEEDBACK-CODE.
119000
119100 509-EXIT.
119200     EXIT.
