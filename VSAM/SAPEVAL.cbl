000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAPEVAL.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* TERM-END SATISFACTORY ACADEMIC PROGRESS (SAP) EVALUATION FOR  *
000900* FINANCIAL AID.  EVERY STUDENT WITH AN AWARD ON AIDTBL         *
001000* (AIDMAINT) IS MEASURED, THROUGH THE EVALUATION TERM, AGAINST  *
001100* THREE RULES:                                                  *
001200*   - CUMULATIVE GPA FROM THE SHARED GPACALC ROUTINE, THE SAME  *
001300*     GRADED COURSES STNDPOST COUNTS, AT OR ABOVE THE MINIMUM;  *
001400*   - COMPLETION RATE, EARNED HOURS OVER ATTEMPTED HOURS, AT OR *
001500*     ABOVE THE MINIMUM PERCENT.  EVERY GRADED ('E'), WITHDRAWN *
001600*     ('X') AND INCOMPLETE ('I') ENROLLMENT IS ATTEMPTED,       *
001700*     REPEATS INCLUDED; ONLY AN 'E' WITH QUALITY POINTS IS      *
001800*     EARNED, SO AN F (AN 'E' STILL AT ZERO -- RUN AFTER        *
001900*     GRADMISS SHOWS EVERY GRADE IN) IS ATTEMPTED BUT NOT       *
002000*     EARNED.  PASSED TRANSFER CREDIT ('TR' RECORDS) IS BOTH;   *
002100*   - MAXIMUM TIMEFRAME, ATTEMPTED HOURS NO MORE THAN 150% OF   *
002200*     THE MAJOR'S DTR-REQ-TOTAL-HOURS ON DEPTTBL.               *
002300* THE STATUS ESCALATES FROM THE STUDENT'S STATUS OF RECORD:     *
002400*   ALL THREE MET                       'M' MET                 *
002500*   GPA OR PACE SHORT, PRIOR MET/NONE   'W' WARNING             *
002600*   GPA OR PACE SHORT, PRIOR W OR S     'S' SUSPENDED           *
002700*   OVER THE MAXIMUM TIMEFRAME          'S' SUSPENDED           *
002800*                                                               *
002900* THE STATUS IS KEPT ON THE SAPTBL CLUSTER (KEYED STUDENT-ID),  *
003000* ONE RECORD PER STUDENT; A RERUN FOR THE SAME TERM REWRITES IT *
003100* FROM THE PRIOR STATUS SAVED ON THE RECORD.  AIDDISB REFUSES   *
003200* EVERY DISBURSEMENT TO A SUSPENDED STUDENT.  WARNING AND       *
003300* SUSPENSION STUDENTS GET A NOTIFICATION LETTER ON DDNAME       *
003400* LETTERS; A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL,         *
003500* MAILMNT) IS STILL EVALUATED BUT IS LISTED ON AN ADDRESS       *
003600* NEEDED PAGE INSTEAD.                                          *
003700*                                                               *
003800* THE SYSIN CARD CARRIES:                                       *
003900*   COL  1-6   EVALUATION SEMESTER (MUST BE ON SEMTBL)          *
004000*   COL  7-9   MINIMUM GPA, 3 DIGITS (200 = 2.00)               *
004100*   COL 10-12  MINIMUM COMPLETION PERCENT (BLANK OR ZERO = 067) *
004200*   COL 13-20  OPERATOR ID FOR THE VSIOAUD TRAIL                *
004300*                                                               *
004400* MODIFICATION HISTORY.                                         *
004500*   DATE       INIT  DESCRIPTION                                *
004600*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004700* ************************************************************* *
004800
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600
005700     SELECT CONTROL-CARD-FILE
005800         ASSIGN TO UT-S-SYSIN.
005900
006000     SELECT REPORT-FILE
006100         ASSIGN TO UR-1403-S-SYSPRINT.
006200
006300     SELECT LETTER-FILE
006400         ASSIGN TO UR-1403-S-LETTERS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CONTROL-CARD-FILE
006900     LABEL RECORDS ARE OMITTED
007000     RECORD CONTAINS 80 CHARACTERS
007100     BLOCK CONTAINS 0 RECORDS
007200     DATA RECORD IS CONTROL-CARD-RECORD.
007300 01  CONTROL-CARD-RECORD.
007400     02  CC-SEMESTER             PIC X(06).
007500     02  CC-MINIMUM-GPA          PIC 9V99.
007600     02  CC-MINIMUM-PCT          PIC X(03).
007700     02  CC-MINIMUM-PCT-N        REDEFINES CC-MINIMUM-PCT
007800                                 PIC 9(03).
007900     02  CC-OPERATOR-ID          PIC X(08).
008000     02  FILLER                  PIC X(60).
008100
008200 FD  REPORT-FILE
008300     LABEL RECORDS ARE OMITTED
008400     RECORD CONTAINS 132 CHARACTERS
008500     BLOCK CONTAINS 0 RECORDS
008600     DATA RECORD IS REPORT-LINE.
008700 01  REPORT-LINE                 PIC X(132).
008800
008900 FD  LETTER-FILE
009000     LABEL RECORDS ARE OMITTED
009100     RECORD CONTAINS 132 CHARACTERS
009200     BLOCK CONTAINS 0 RECORDS
009300     DATA RECORD IS LETTER-LINE.
009400 01  LETTER-LINE                 PIC X(132).
009500
009600 WORKING-STORAGE SECTION.
009700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009800     88  END-OF-FILE                         VALUE 'Y'.
009900
010000 77  STUDENT-ACTIVE-SWITCH       PIC X(01)   VALUE 'N'.
010100     88  STUDENT-ACTIVE                      VALUE 'Y'.
010200
010300 77  STUDENT-AIDED-SWITCH        PIC X(01)   VALUE 'N'.
010400     88  STUDENT-AIDED                       VALUE 'Y'.
010500
010600 77  WS-SCAN-DONE-SWITCH         PIC X(01)   VALUE 'N'.
010700     88  WS-SCAN-DONE                        VALUE 'Y'.
010800
010900 77  AWS-COUNT                   PIC S9(4) COMP  VALUE ZERO.
011000 77  AWS-IDX                     PIC S9(4) COMP  VALUE ZERO.
011100 77  AWS-LIMIT                   PIC S9(4) COMP  VALUE +5000.
011200
011300 77  AWARD-RECORD-COUNTER        PIC S9(8) COMP  VALUE ZERO.
011400 77  EVALUATED-COUNTER           PIC S9(8) COMP  VALUE ZERO.
011500 77  MET-COUNTER                 PIC S9(8) COMP  VALUE ZERO.
011600 77  WARNING-COUNTER             PIC S9(8) COMP  VALUE ZERO.
011700 77  SUSPENDED-COUNTER           PIC S9(8) COMP  VALUE ZERO.
011800 77  LETTER-COUNTER              PIC S9(8) COMP  VALUE ZERO.
011900 77  ERROR-COUNTER               PIC S9(8) COMP  VALUE ZERO.
012000 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
012100     88  WS-MAIL-RETURNED                    VALUE 'Y'.
012200 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP  VALUE ZERO.
012300 77  ANE-COUNT                   PIC S9(4) COMP  VALUE ZERO.
012400 77  ANE-IDX                     PIC S9(4) COMP  VALUE ZERO.
012500 77  ANE-LIMIT                   PIC S9(4) COMP  VALUE +500.
012600
012700 01  WS-MINIMUM-PCT              PIC 9(03)   VALUE 067.
012800
012900 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
013000 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
013100     02  WS-RUN-YY               PIC 9(02).
013200     02  WS-RUN-MM               PIC 9(02).
013300     02  WS-RUN-DD               PIC 9(02).
013400 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
013500 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
013600     02  WS-TODAY-CCYY           PIC 9(04).
013700     02  WS-TODAY-MM             PIC 9(02).
013800     02  WS-TODAY-DD             PIC 9(02).
013900
014000 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
014100
014200 01  GPACALC-PARAMETER-VALUES    COPY GPACALC.
014300
014400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
014500 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
014600 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
014700 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
014800 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
014900 01  AWARD-FILE                  COPY VSAMIOFB.
015000 01  SAP-STATUS-FILE             COPY VSAMIOFB.
015100 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
015200 01  RETURNED-MAIL-RECORD.
015300     02  MRT-STUDENT-ID          PIC X(07).
015400     02  MRT-RETURNED-DATE       PIC 9(08).
015500     02  MRT-ENTERED-DATE        PIC 9(08).
015600     02  MRT-OPERATOR-ID         PIC X(08).
015700     02  FILLER                  PIC X(09).
015800
015900* ************************************************************** *
016000* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
016100* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
016200* ************************************************************** *
016300 01  ADDRESS-NEEDED-TABLE.
016400     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
016500         03  ANE-STUDENT-ID      PIC X(07).
016600         03  ANE-NAME            PIC X(22).
016700         03  ANE-ADDRESS         PIC X(25).
016800         03  ANE-RETURNED-DATE   PIC 9(08).
016900
017000* ************************************************************** *
017100* DISTINCT STUDENT IDS HOLDING AN AWARD, IN AIDTBL KEY ORDER --  *
017200* THE SAME ORDER STUDENT-MASTER-FILE IS PASSED IN, SO THE TWO    *
017300* ARE MATCHED WITH A SINGLE FORWARD-MOVING SUBSCRIPT.            *
017400* ************************************************************** *
017500 01  AWARD-STUDENT-TABLE.
017600     02  AWS-STUDENT-ID          PIC X(07) OCCURS 5000 TIMES.
017700
017800 01  AWARD-RECORD.
017900     02  AWD-STUDENT-ID          PIC X(07).
018000     02  AWD-SEMESTER            PIC X(06).
018100     02  AWD-SOURCE-CODE         PIC X(04).
018200     02  AWD-AMOUNT              PIC 9(5)V99.
018300     02  AWD-DISBURSED           PIC 9(5)V99.
018400
018500* ************************************************************** *
018600* THE SAP STATUS OF RECORD (SAPTBL, 48 BYTES, KEYED STUDENT-ID). *
018700* SAP-PRIOR-STATUS IS THE STATUS THE EVALUATION STARTED FROM, SO *
018800* A RERUN FOR THE SAME TERM DOES NOT ESCALATE TWICE.             *
018900* ************************************************************** *
019000 01  SAP-STATUS-RECORD.
019100     02  SAP-STUDENT-ID          PIC X(07).
019200     02  SAP-STATUS              PIC X(01).
019300         88  SAP-MET                     VALUE 'M'.
019400         88  SAP-WARNING                 VALUE 'W'.
019500         88  SAP-SUSPENDED               VALUE 'S'.
019600     02  SAP-PRIOR-STATUS        PIC X(01).
019700     02  SAP-TERM                PIC X(06).
019800     02  SAP-GPA                 PIC 9V99.
019900     02  SAP-ATTEMPTED-HOURS     PIC 9(03).
020000     02  SAP-EARNED-HOURS        PIC 9(03).
020100     02  SAP-COMPLETION-PCT      PIC 9(03).
020200     02  SAP-MAXIMUM-HOURS       PIC 9(03).
020300     02  SAP-EVALUATED-DATE      PIC 9(08).
020400     02  SAP-OPERATOR-ID         PIC X(08).
020500     02  FILLER                  PIC X(02).
020600
020700 01  STUDENT-RECORD-AREA         PIC X(83).
020800
020900 01  STUDENT-INFO-RECORD.
021000     02  SIR-STUDENT-ID          PIC X(07).
021100     02  SIR-KEY-ID              PIC 9(03).
021200     02  SIR-NAME                PIC X(22).
021300     02  SIR-ADDRESS             PIC X(25).
021400     02  SIR-CITY                PIC X(15).
021500     02  SIR-STATE               PIC X(02).
021600     02  SIR-ZIPCODE             PIC 9(05).
021700     02  SIR-GENDER              PIC X(01).
021800     02  SIR-MAJOR               PIC X(03).
021900     02  FILLER                  REDEFINES SIR-MAJOR.
022000         03  SIR-MAJOR-DEPT      PIC 9(02).
022100         03  FILLER              PIC X(01).
022200
022300 01  COURSE-INFO-RECORD.
022400     02  CIR-STUDENT-ID          PIC X(07).
022500     02  CIR-KEY-ID              PIC 9(03).
022600     02  CIR-COURSE-ID           PIC 9(06).
022700     02  FILLER                  REDEFINES CIR-COURSE-ID.
022800         03  CIR-DEPARTMENT      PIC 9(02).
022900         03  CIR-COURSE          PIC 9(03).
023000         03  CIR-SECTION         PIC 9(01).
023100     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
023200     02  CIR-STATUS              PIC X(01).
023300         88  CIR-ENROLLED                VALUE 'E'.
023400         88  CIR-WITHDRAWN               VALUE 'X'.
023500         88  CIR-INCOMPLETE              VALUE 'I'.
023600     02  CIR-SEMESTER            PIC X(06).
023700     02  CIR-ENROLL-DATE         PIC 9(08).
023800     02  CIR-DROP-DATE           PIC 9(08).
023900
024000 01  TRANSFER-CREDIT-RECORD.
024100     02  TCR-STUDENT-ID          PIC X(07).
024200     02  TCR-KEY-ID              PIC 9(03).
024300     02  TCR-TYPE                PIC X(02).
024400         88  TCR-IS-TRANSFER             VALUE 'TR'.
024500     02  TCR-INSTITUTION         PIC X(20).
024600     02  TCR-EQUIV-COURSE.
024700         03  TCR-EQUIV-DEPT      PIC 9(02).
024800         03  TCR-EQUIV-NUMBER    PIC 9(03).
024900     02  TCR-HOURS               PIC 9(01).
025000     02  TCR-PASS-FLAG           PIC X(01).
025100         88  TCR-PASSED                  VALUE 'Y'.
025200     02  FILLER                  PIC X(01).
025300
025400 01  COURSE-TABLE-RECORD.
025500     02  CTR-DEPARTMENT          PIC 9(02).
025600     02  CTR-NUMBER              PIC 9(03).
025700     02  CTR-DESCRIPTION         PIC X(50).
025800     02  CTR-CREDIT-HOURS        PIC 9(01).
025900
026000 01  SEMESTER-TABLE-RECORD.
026100     02  SMR-CODE                PIC X(06).
026200     02  FILLER                  PIC X(118).
026300
026400 01  DEPARTMENT-TABLE-RECORD.
026500     02  DTR-NUMBER              PIC 9(02).
026600     02  DTR-NAME                PIC X(30).
026700     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
026800     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
026900
027000* ************************************************************** *
027100* INPUT AND OUTPUT FIELDS FOR 600-BUILD-SEMESTER-SORT-KEY, THE   *
027200* SAME YEAR+TERM-RANK KEY SEMARCH USES, SO "THROUGH THE          *
027300* EVALUATION TERM" FOLLOWS CALENDAR ORDER.                       *
027400* ************************************************************** *
027500 01  WS-SEMESTER-WORK-FIELDS.
027600     02  WS-SEM-IN.
027700         03  WS-SEM-IN-TERM      PIC X(02).
027800         03  WS-SEM-IN-YEAR      PIC X(04).
027900     02  WS-SEM-SORT-KEY.
028000         03  WS-SEM-SORT-YEAR    PIC X(04).
028100         03  WS-SEM-SORT-RANK    PIC X(01).
028200     02  WS-EVALUATION-SORT-KEY  PIC X(05).
028300
028400* ************************************************************** *
028500* THE STUDENT CURRENTLY BEING PASSED.                            *
028600* ************************************************************** *
028700 01  CURRENT-STUDENT-FIELDS.
028800     02  WS-CURRENT-ID           PIC X(07).
028900     02  WS-ATTEMPTED-HOURS      PIC S9(5) COMP-3 VALUE ZERO.
029000     02  WS-EARNED-HOURS         PIC S9(5) COMP-3 VALUE ZERO.
029100     02  WS-MAXIMUM-HOURS        PIC S9(5) COMP-3 VALUE ZERO.
029200     02  WS-COMPLETION-PCT       PIC S9(5) COMP-3 VALUE ZERO.
029300     02  WS-GPA                  PIC 9(1)V99 COMP-3 VALUE ZERO.
029400     02  WS-PRIOR-STATUS         PIC X(01).
029500     02  WS-NEW-STATUS           PIC X(01).
029600     02  WS-RERUN-SW             PIC X(01).
029700         88  WS-RERUN                    VALUE 'Y'.
029800     02  WS-FAIL-GPA-SW          PIC X(01).
029900         88  WS-FAIL-GPA                 VALUE 'Y'.
030000     02  WS-FAIL-PACE-SW         PIC X(01).
030100         88  WS-FAIL-PACE                VALUE 'Y'.
030200     02  WS-FAIL-TIME-SW         PIC X(01).
030300         88  WS-FAIL-TIME                VALUE 'Y'.
030400
030500 01  WS-STATUS-CODE              PIC X(01).
030600 01  WS-STATUS-NAME              PIC X(10).
030700
030800 01  HEADING-LINE-1.
030900     02  FILLER                  PIC X(32) VALUE
031000         'SAP EVALUATION - THROUGH TERM   '.
031100     02  HL1-SEMESTER            PIC X(06).
031200     02  FILLER                  PIC X(16) VALUE
031300         '   MINIMUM GPA  '.
031400     02  HL1-MINIMUM-GPA         PIC 9.99.
031500     02  FILLER                  PIC X(19) VALUE
031600         '   MINIMUM PACE   '.
031700     02  HL1-MINIMUM-PCT         PIC ZZ9.
031800     02  FILLER                  PIC X(01) VALUE '%'.
031900     02  FILLER                  PIC X(51) VALUE SPACES.
032000
032100 01  HEADING-LINE-2.
032200     02  FILLER                  PIC X(09) VALUE 'STUDENT'.
032300     02  FILLER                  PIC X(24) VALUE 'NAME'.
032400     02  FILLER                  PIC X(06) VALUE 'GPA'.
032500     02  FILLER                  PIC X(06) VALUE '  ATT'.
032600     02  FILLER                  PIC X(06) VALUE '  ERN'.
032700     02  FILLER                  PIC X(06) VALUE ' PACE'.
032800     02  FILLER                  PIC X(06) VALUE '  MAX'.
032900     02  FILLER                  PIC X(12) VALUE 'PRIOR'.
033000     02  FILLER                  PIC X(12) VALUE 'STATUS'.
033100     02  FILLER                  PIC X(15) VALUE 'SHORT ON'.
033200     02  FILLER                  PIC X(30) VALUE 'DISPOSITION'.
033300
033400 01  REGISTER-LINE.
033500     02  RL-STUDENT-ID           PIC X(07).
033600     02  FILLER                  PIC X(02) VALUE SPACES.
033700     02  RL-NAME                 PIC X(22).
033800     02  FILLER                  PIC X(02) VALUE SPACES.
033900     02  RL-GPA                  PIC 9.99.
034000     02  FILLER                  PIC X(02) VALUE SPACES.
034100     02  RL-ATTEMPTED            PIC ZZZZ9.
034200     02  FILLER                  PIC X(01) VALUE SPACES.
034300     02  RL-EARNED               PIC ZZZZ9.
034400     02  FILLER                  PIC X(01) VALUE SPACES.
034500     02  RL-PCT                  PIC ZZZZ9.
034600     02  FILLER                  PIC X(01) VALUE SPACES.
034700     02  RL-MAXIMUM              PIC ZZZZ9.
034800     02  FILLER                  PIC X(02) VALUE SPACES.
034900     02  RL-PRIOR                PIC X(10).
035000     02  FILLER                  PIC X(02) VALUE SPACES.
035100     02  RL-STATUS               PIC X(10).
035200     02  FILLER                  PIC X(02) VALUE SPACES.
035300     02  RL-FAIL-GPA             PIC X(04).
035400     02  RL-FAIL-PACE            PIC X(05).
035500     02  RL-FAIL-TIME            PIC X(04).
035600     02  FILLER                  PIC X(02) VALUE SPACES.
035700     02  RL-DISPOSITION          PIC X(27).
035800
035900 01  NO-STUDENTS-LINE.
036000     02  FILLER                  PIC X(42) VALUE
036100         '*** NO AIDED STUDENTS ON STUDENT MASTER   '.
036200     02  FILLER                  PIC X(90) VALUE SPACES.
036300
036400 01  TOTAL-LINE-1.
036500     02  FILLER                  PIC X(11) VALUE 'EVALUATED: '.
036600     02  TL-EVALUATED            PIC ZZZZ9.
036700     02  FILLER                  PIC X(07) VALUE '  MET: '.
036800     02  TL-MET                  PIC ZZZZ9.
036900     02  FILLER                  PIC X(11) VALUE '  WARNING: '.
037000     02  TL-WARNING              PIC ZZZZ9.
037100     02  FILLER                  PIC X(13) VALUE '  SUSPENDED: '.
037200     02  TL-SUSPENDED            PIC ZZZZ9.
037300     02  FILLER                  PIC X(70) VALUE SPACES.
037400
037500 01  TOTAL-LINE-2.
037600     02  FILLER                  PIC X(15) VALUE
037700         'AWARD RECORDS: '.
037800     02  TL-AWARDS               PIC ZZZZ9.
037900     02  FILLER                  PIC X(11) VALUE '  LETTERS: '.
038000     02  TL-LETTERS              PIC ZZZZ9.
038100     02  FILLER                  PIC X(10) VALUE '  ERRORS: '.
038200     02  TL-ERRORS               PIC ZZZZ9.
038300     02  FILLER                  PIC X(18) VALUE
038400         '  ADDRESS NEEDED: '.
038500     02  TL-ADDRESS-NEEDED       PIC ZZZZ9.
038600     02  FILLER                  PIC X(58) VALUE SPACES.
038700
038800 01  ADDRESS-NEEDED-HEAD-LINE.
038900     02  FILLER                  PIC X(44) VALUE
039000         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
039100     02  FILLER                  PIC X(22) VALUE
039200         ' - NOT MAILED THIS RUN'.
039300     02  FILLER                  PIC X(66) VALUE SPACES.
039400
039500 01  ADDRESS-NEEDED-COLUMN-LINE.
039600     02  FILLER                  PIC X(33) VALUE
039700         'STUDENT  NAME                    '.
039800     02  FILLER                  PIC X(35) VALUE
039900         'ADDRESS ON FILE            RETURNED'.
040000     02  FILLER                  PIC X(64) VALUE SPACES.
040100
040200 01  ADDRESS-NEEDED-LINE.
040300     02  ANL-STUDENT-ID          PIC X(07).
040400     02  FILLER                  PIC X(02) VALUE SPACES.
040500     02  ANL-NAME                PIC X(22).
040600     02  FILLER                  PIC X(02) VALUE SPACES.
040700     02  ANL-ADDRESS             PIC X(25).
040800     02  FILLER                  PIC X(02) VALUE SPACES.
040900     02  ANL-RETURNED-DATE       PIC 9(08).
041000     02  FILLER                  PIC X(64) VALUE SPACES.
041100
041200 01  ADDRESS-NEEDED-FULL-LINE.
041300     02  FILLER                  PIC X(46) VALUE
041400         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
041500     02  FILLER                  PIC X(14) VALUE
041600         'NOT LISTED ***'.
041700     02  FILLER                  PIC X(72) VALUE SPACES.
041800
041900 01  ADDRESS-NEEDED-TOTAL-LINE.
042000     02  FILLER                  PIC X(16) VALUE
042100         'ADDRESS NEEDED: '.
042200     02  ANT-COUNT               PIC ZZZZ9.
042300     02  FILLER                  PIC X(111) VALUE SPACES.
042400
042500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
042600
042700* ************************************************************** *
042800* NOTIFICATION LETTER LINES.  THE ADDRESS BLOCK LINES UP WITH A  *
042900* WINDOW ENVELOPE THE SAME AS THE STNDPOST LETTERS.              *
043000* ************************************************************** *
043100 01  ADDRESS-LINE.
043200     02  FILLER                  PIC X(09) VALUE SPACES.
043300     02  AL-TEXT                 PIC X(40).
043400     02  FILLER                  PIC X(83) VALUE SPACES.
043500
043600 01  CITY-STATE-ZIP-LINE.
043700     02  FILLER                  PIC X(09) VALUE SPACES.
043800     02  CSL-CITY                PIC X(15).
043900     02  FILLER                  PIC X(01) VALUE SPACES.
044000     02  CSL-STATE               PIC X(02).
044100     02  FILLER                  PIC X(01) VALUE SPACES.
044200     02  CSL-ZIPCODE             PIC 9(05).
044300     02  FILLER                  PIC X(99) VALUE SPACES.
044400
044500 01  LETTER-STATUS-LINE.
044600     02  FILLER                  PIC X(48) VALUE
044700         'YOUR FINANCIAL AID ACADEMIC PROGRESS STATUS AFTE'.
044800     02  FILLER                  PIC X(07) VALUE 'R THE  '.
044900     02  LSL-SEMESTER            PIC X(06).
045000     02  FILLER                  PIC X(09) VALUE ' TERM IS '.
045100     02  LSL-STATUS              PIC X(10).
045200     02  FILLER                  PIC X(52) VALUE SPACES.
045300
045400 01  LETTER-MEASURE-LINE.
045500     02  LML-LABEL               PIC X(30).
045600     02  LML-ACTUAL              PIC ZZZ9.99.
045700     02  FILLER                  PIC X(14) VALUE
045800         '   REQUIRED:  '.
045900     02  LML-REQUIRED            PIC ZZZ9.99.
046000     02  FILLER                  PIC X(03) VALUE SPACES.
046100     02  LML-FLAG                PIC X(09).
046200     02  FILLER                  PIC X(62) VALUE SPACES.
046300
046400 01  LETTER-BODY-LINE.
046500     02  LBL-TEXT                PIC X(70).
046600     02  FILLER                  PIC X(62) VALUE SPACES.
046700
046800 01  CLOSING-LINE.
046900     02  FILLER                  PIC X(23) VALUE
047000         'OFFICE OF FINANCIAL AID'.
047100     02  FILLER                  PIC X(109) VALUE SPACES.
047200
047300 PROCEDURE DIVISION.
047400
047500 000-INITIATE.
047600
047700     OPEN INPUT CONTROL-CARD-FILE.
047800     MOVE SPACES TO CONTROL-CARD-RECORD.
047900     READ CONTROL-CARD-FILE
048000         AT END
048100             DISPLAY 'SAPEVAL: NO CONTROL CARD SUPPLIED - '
048200                     'STOPPING'
048300             STOP RUN.
048400*    END-READ.
048500     CLOSE CONTROL-CARD-FILE.
048600
048700     IF CC-MINIMUM-GPA NOT NUMERIC
048800         DISPLAY 'SAPEVAL: MINIMUM GPA IS NOT NUMERIC - '
048900                 'STOPPING'
049000         STOP RUN.
049100*    END-IF.
049200
049300     IF CC-MINIMUM-PCT NUMERIC
049400     AND CC-MINIMUM-PCT-N GREATER THAN ZERO
049500         IF CC-MINIMUM-PCT-N GREATER THAN 100
049600             DISPLAY 'SAPEVAL: MINIMUM COMPLETION PERCENT OVER '
049700                     '100 - STOPPING'
049800             STOP RUN
049900         ELSE
050000             MOVE CC-MINIMUM-PCT-N TO WS-MINIMUM-PCT.
050100*        END-IF
050200*    END-IF.
050300
050400     IF CC-OPERATOR-ID EQUAL SPACES
050500         DISPLAY 'SAPEVAL: NO OPERATOR ID ON CONTROL CARD - '
050600                 'STOPPING'
050700         STOP RUN.
050800*    END-IF.
050900
051000     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
051100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
051200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
051300     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
051400     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
051500     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
051600     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
051700     MOVE VSIO-OPEN TO VSIO-COMMAND.
051800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051900                         SEMESTER-TABLE-FILE,
052000                         SEMESTER-TABLE-RECORD.
052100*    END-CALL.
052200     IF NOT VSIO-SUCCESS
052300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052400         STOP RUN.
052500*    END-IF.
052600
052700     MOVE SPACES TO SEMESTER-TABLE-RECORD.
052800     MOVE CC-SEMESTER TO SMR-CODE.
052900     MOVE VSIO-READ TO VSIO-COMMAND.
053000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053100                         SEMESTER-TABLE-FILE,
053200                         SEMESTER-TABLE-RECORD.
053300*    END-CALL.
053400     IF NOT VSIO-SUCCESS
053500         DISPLAY 'SAPEVAL: SEMESTER ' CC-SEMESTER
053600                 ' NOT ON SEMTBL - STOPPING'
053700         STOP RUN.
053800*    END-IF.
053900
054000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
054100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054200                         SEMESTER-TABLE-FILE,
054300                         SEMESTER-TABLE-RECORD.
054400*    END-CALL.
054500
054600     MOVE CC-SEMESTER TO WS-SEM-IN.
054700     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
054800     MOVE WS-SEM-SORT-KEY TO WS-EVALUATION-SORT-KEY.
054900
055000     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
055100     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
055200     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
055300     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
055400     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
055500     MOVE WS-RUN-MM TO WS-TODAY-MM.
055600     MOVE WS-RUN-DD TO WS-TODAY-DD.
055700
055800     PERFORM 100-LOAD-AWARD-STUDENTS THRU 109-EXIT.
055900
056000     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
056100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
056200     MOVE VSIO-SEQUENTIAL TO
056300         VSIO-ACCESS OF STUDENT-MASTER-FILE.
056400     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
056500     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
056600     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
056700     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
056800     MOVE VSIO-OPEN TO VSIO-COMMAND.
056900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057000                         STUDENT-MASTER-FILE,
057100                         STUDENT-RECORD-AREA.
057200*    END-CALL.
057300     IF NOT VSIO-SUCCESS
057400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057500         STOP RUN.
057600*    END-IF.
057700
057800     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
057900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
058000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
058100     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
058200     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
058300     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
058400     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
058500     MOVE VSIO-OPEN TO VSIO-COMMAND.
058600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058700                         COURSE-TABLE-FILE,
058800                         COURSE-TABLE-RECORD.
058900*    END-CALL.
059000     IF NOT VSIO-SUCCESS
059100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059200         STOP RUN.
059300*    END-IF.
059400
059500     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
059600     MOVE VSIO-KSDS TO
059700         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
059800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
059900     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
060000     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
060100     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
060200     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
060300     MOVE VSIO-OPEN TO VSIO-COMMAND.
060400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060500                         DEPARTMENT-TABLE-FILE,
060600                         DEPARTMENT-TABLE-RECORD.
060700*    END-CALL.
060800     IF NOT VSIO-SUCCESS
060900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061000         STOP RUN.
061100*    END-IF.
061200
061300     MOVE 'SAPTBL' TO VSIO-DDNAME OF SAP-STATUS-FILE.
061400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SAP-STATUS-FILE.
061500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SAP-STATUS-FILE.
061600     MOVE VSIO-I-O TO VSIO-MODE OF SAP-STATUS-FILE.
061700     MOVE +48 TO VSIO-RECORD-LENGTH OF SAP-STATUS-FILE.
061800     MOVE +0 TO VSIO-KEY-POSITION OF SAP-STATUS-FILE.
061900     MOVE +7 TO VSIO-KEY-LENGTH OF SAP-STATUS-FILE.
062000     MOVE VSIO-OPEN TO VSIO-COMMAND.
062100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062200                         SAP-STATUS-FILE,
062300                         SAP-STATUS-RECORD.
062400*    END-CALL.
062500     IF NOT VSIO-SUCCESS
062600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
062700         STOP RUN.
062800*    END-IF.
062900
063000     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
063100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
063200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
063300     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
063400     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
063500     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
063600     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
063700     MOVE VSIO-OPEN TO VSIO-COMMAND.
063800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063900                         RETURNED-MAIL-FILE,
064000                         RETURNED-MAIL-RECORD.
064100*    END-CALL.
064200     IF NOT VSIO-SUCCESS
064300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
064400         STOP RUN.
064500*    END-IF.
064600
064700     OPEN OUTPUT REPORT-FILE.
064800     OPEN OUTPUT LETTER-FILE.
064900
065000     MOVE CC-SEMESTER TO HL1-SEMESTER.
065100     MOVE CC-MINIMUM-GPA TO HL1-MINIMUM-GPA.
065200     MOVE WS-MINIMUM-PCT TO HL1-MINIMUM-PCT.
065300     WRITE REPORT-LINE FROM HEADING-LINE-1
065400         AFTER ADVANCING PAGE.
065500     WRITE REPORT-LINE FROM HEADING-LINE-2.
065600
065700     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
065800     MOVE 1 TO AWS-IDX.
065900
066000 010-PROCESS.
066100
066200     PERFORM 110-PROCESS-RECORD
066300        THRU 119-EXIT
066400       UNTIL END-OF-FILE.
066500*    END-PERFORM.
066600
066700     IF STUDENT-ACTIVE
066800         PERFORM 130-EVALUATE-STUDENT THRU 139-EXIT.
066900*    END-IF.
067000
067100     IF EVALUATED-COUNTER EQUAL ZERO
067200         WRITE REPORT-LINE FROM NO-STUDENTS-LINE.
067300*    END-IF.
067400     MOVE SPACES TO VSIO-OPERATOR-ID.
067500
067600 020-TERMINATE.
067700
067800     MOVE EVALUATED-COUNTER TO TL-EVALUATED.
067900     MOVE MET-COUNTER TO TL-MET.
068000     MOVE WARNING-COUNTER TO TL-WARNING.
068100     MOVE SUSPENDED-COUNTER TO TL-SUSPENDED.
068200     MOVE AWARD-RECORD-COUNTER TO TL-AWARDS.
068300     MOVE LETTER-COUNTER TO TL-LETTERS.
068400     MOVE ERROR-COUNTER TO TL-ERRORS.
068500     MOVE ADDRESS-NEEDED-COUNTER TO TL-ADDRESS-NEEDED.
068600     WRITE REPORT-LINE FROM BLANK-LINE.
068700     WRITE REPORT-LINE FROM TOTAL-LINE-1.
068800     WRITE REPORT-LINE FROM TOTAL-LINE-2.
068900     PERFORM 680-PRINT-ADDRESS-NEEDED THRU 689-EXIT.
069000
069100     CLOSE REPORT-FILE.
069200     CLOSE LETTER-FILE.
069300
069400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
069500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
069600                         STUDENT-MASTER-FILE,
069700                         STUDENT-RECORD-AREA.
069800*    END-CALL.
069900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070000                         COURSE-TABLE-FILE,
070100                         COURSE-TABLE-RECORD.
070200*    END-CALL.
070300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070400                         DEPARTMENT-TABLE-FILE,
070500                         DEPARTMENT-TABLE-RECORD.
070600*    END-CALL.
070700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070800                         SAP-STATUS-FILE,
070900                         SAP-STATUS-RECORD.
071000*    END-CALL.
071100     IF NOT VSIO-SUCCESS
071200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
071300*    END-IF.
071400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
071500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
071600                         RETURNED-MAIL-FILE,
071700                         RETURNED-MAIL-RECORD.
071800*    END-CALL.
071900
072000     IF ERROR-COUNTER GREATER THAN ZERO
072100         MOVE +8 TO RETURN-CODE.
072200*    END-IF.
072300
072400     DISPLAY 'SAPEVAL: STUDENTS EVALUATED: ' EVALUATED-COUNTER.
072500     DISPLAY 'SAPEVAL: WARNINGS:           ' WARNING-COUNTER.
072600     DISPLAY 'SAPEVAL: SUSPENSIONS:        ' SUSPENDED-COUNTER.
072700     DISPLAY 'SAPEVAL: LETTERS PRINTED:    ' LETTER-COUNTER.
072800     DISPLAY 'SAPEVAL: ADDRESS NEEDED:     '
072900         ADDRESS-NEEDED-COUNTER.
073000     DISPLAY 'SAPEVAL: ERRORS:             ' ERROR-COUNTER.
073100     STOP RUN.
073200
073300* ************************************************************** *
073400* READS AIDTBL FRONT TO BACK AND KEEPS EACH STUDENT ID ONCE.  A  *
073500* STUDENT PAST THE TABLE LIMIT IS NOT EVALUATED AND IS COUNTED   *
073600* AS AN ERROR.                                                   *
073700* ************************************************************** *
073800 100-LOAD-AWARD-STUDENTS.
073900
074000     MOVE 'AIDTBL' TO VSIO-DDNAME OF AWARD-FILE.
074100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AWARD-FILE.
074200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AWARD-FILE.
074300     MOVE VSIO-INPUT TO VSIO-MODE OF AWARD-FILE.
074400     MOVE +31 TO VSIO-RECORD-LENGTH OF AWARD-FILE.
074500     MOVE +0 TO VSIO-KEY-POSITION OF AWARD-FILE.
074600     MOVE +17 TO VSIO-KEY-LENGTH OF AWARD-FILE.
074700     MOVE VSIO-OPEN TO VSIO-COMMAND.
074800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
074900                         AWARD-FILE,
075000                         AWARD-RECORD.
075100*    END-CALL.
075200     IF NOT VSIO-SUCCESS
075300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
075400         STOP RUN.
075500*    END-IF.
075600
075700     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
075800     PERFORM 102-LOAD-ONE-AWARD
075900        THRU 102-EXIT
076000       UNTIL WS-SCAN-DONE.
076100*    END-PERFORM.
076200
076300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
076400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
076500                         AWARD-FILE,
076600                         AWARD-RECORD.
076700*    END-CALL.
076800
076900 109-EXIT.
077000     EXIT.
077100
077200 102-LOAD-ONE-AWARD.
077300
077400     MOVE +31 TO VSIO-RECORD-LENGTH OF AWARD-FILE.
077500     MOVE VSIO-READ TO VSIO-COMMAND.
077600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
077700                         AWARD-FILE,
077800                         AWARD-RECORD.
077900*    END-CALL.
078000     IF NOT VSIO-SUCCESS
078100         IF NOT VSIO-END-OF-FILE
078200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
078300             ADD +1 TO ERROR-COUNTER
078400         END-IF
078500         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
078600         MOVE +0 TO VSIO-RETURN-CODE
078700         GO TO 102-EXIT.
078800*    END-IF.
078900
079000     ADD +1 TO AWARD-RECORD-COUNTER.
079100     IF AWS-COUNT GREATER THAN ZERO
079200         IF AWD-STUDENT-ID EQUAL AWS-STUDENT-ID (AWS-COUNT)
079300             GO TO 102-EXIT.
079400*        END-IF
079500*    END-IF.
079600
079700     IF AWS-COUNT NOT LESS THAN AWS-LIMIT
079800         DISPLAY 'SAPEVAL: AWARD STUDENT TABLE FULL - '
079900             AWD-STUDENT-ID ' NOT EVALUATED'
080000         ADD +1 TO ERROR-COUNTER
080100         GO TO 102-EXIT.
080200*    END-IF.
080300     ADD +1 TO AWS-COUNT.
080400     MOVE AWD-STUDENT-ID TO AWS-STUDENT-ID (AWS-COUNT).
080500
080600 102-EXIT.
080700     EXIT.
080800
080900 110-PROCESS-RECORD.
081000
081100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
081200     MOVE VSIO-READ TO VSIO-COMMAND.
081300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
081400                         STUDENT-MASTER-FILE,
081500                         STUDENT-RECORD-AREA.
081600*    END-CALL.
081700     IF NOT VSIO-SUCCESS
081800         IF VSIO-END-OF-FILE
081900             MOVE 'Y' TO END-OF-FILE-SWITCH
082000             GO TO 119-EXIT
082100         ELSE
082200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
082300             MOVE 'Y' TO END-OF-FILE-SWITCH
082400             GO TO 119-EXIT.
082500*        END-IF
082600*    END-IF.
082700
082800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
082900         IF STUDENT-ACTIVE
083000             PERFORM 130-EVALUATE-STUDENT THRU 139-EXIT
083100         END-IF
083200         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
083300         MOVE SIR-STUDENT-ID TO WS-CURRENT-ID
083400         MOVE ZERO TO WS-ATTEMPTED-HOURS
083500         MOVE ZERO TO WS-EARNED-HOURS
083600         MOVE ZERO TO GPAC-COURSE-COUNT
083700         PERFORM 105-CHECK-AIDED THRU 105-EXIT
083800         MOVE STUDENT-AIDED-SWITCH TO STUDENT-ACTIVE-SWITCH
083900         GO TO 119-EXIT.
084000*    END-IF.
084100
084200     IF NOT STUDENT-ACTIVE
084300         GO TO 119-EXIT.
084400*    END-IF.
084500
084600     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
084700         MOVE STUDENT-RECORD-AREA TO TRANSFER-CREDIT-RECORD
084800         PERFORM 115-NOTE-TRANSFER-CREDIT THRU 115-EXIT
084900         GO TO 119-EXIT.
085000*    END-IF.
085100
085200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
085300         GO TO 119-EXIT.
085400*    END-IF.
085500
085600     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
085700     PERFORM 120-ACCUMULATE-COURSE THRU 129-EXIT.
085800
085900 119-EXIT.
086000     EXIT.
086100
086200* ************************************************************** *
086300* MOVES THE AWARD-LIST SUBSCRIPT FORWARD TO THE STUDENT JUST     *
086400* READ; THE STUDENT IS AIDED WHEN THE ENTRY THERE MATCHES.       *
086500* ************************************************************** *
086600 105-CHECK-AIDED.
086700
086800     MOVE 'N' TO STUDENT-AIDED-SWITCH.
086900     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
087000     PERFORM 107-STEP-AWARD-LIST
087100        THRU 107-EXIT
087200       UNTIL WS-SCAN-DONE.
087300*    END-PERFORM.
087400
087500 105-EXIT.
087600     EXIT.
087700
087800 107-STEP-AWARD-LIST.
087900
088000     IF AWS-IDX GREATER THAN AWS-COUNT
088100         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
088200         GO TO 107-EXIT.
088300*    END-IF.
088400     IF AWS-STUDENT-ID (AWS-IDX) LESS THAN WS-CURRENT-ID
088500         ADD 1 TO AWS-IDX
088600         GO TO 107-EXIT.
088700*    END-IF.
088800     IF AWS-STUDENT-ID (AWS-IDX) EQUAL WS-CURRENT-ID
088900         MOVE 'Y' TO STUDENT-AIDED-SWITCH.
089000*    END-IF.
089100     MOVE 'Y' TO WS-SCAN-DONE-SWITCH.
089200
089300 107-EXIT.
089400     EXIT.
089500
089600* ************************************************************** *
089700* A 40-BYTE RECORD IN THE KEY GROUP.  ONLY A PASSED 'TR'         *
089800* TRANSFER CREDIT COUNTS, AS BOTH ATTEMPTED AND EARNED HOURS.    *
089900* ************************************************************** *
090000 115-NOTE-TRANSFER-CREDIT.
090100
090200     IF NOT TCR-IS-TRANSFER
090300     OR NOT TCR-PASSED
090400         GO TO 115-EXIT.
090500*    END-IF.
090600     IF TCR-HOURS NOT NUMERIC
090700         GO TO 115-EXIT.
090800*    END-IF.
090900     ADD TCR-HOURS TO WS-ATTEMPTED-HOURS.
091000     ADD TCR-HOURS TO WS-EARNED-HOURS.
091100
091200 115-EXIT.
091300     EXIT.
091400
091500* ************************************************************** *
091600* ONE ENROLLMENT THROUGH THE EVALUATION TERM.  GRADED, WITHDRAWN *
091700* AND INCOMPLETE HOURS ARE ATTEMPTED; A GRADED COURSE WITH       *
091800* QUALITY POINTS IS ALSO EARNED AND GOES INTO THE GPACALC TABLE. *
091900* AUDITS AND WAIT-LIST ENTRIES ARE LEFT OUT.                     *
092000* ************************************************************** *
092100 120-ACCUMULATE-COURSE.
092200
092300     IF NOT CIR-ENROLLED
092400     AND NOT CIR-WITHDRAWN
092500     AND NOT CIR-INCOMPLETE
092600         GO TO 129-EXIT.
092700*    END-IF.
092800
092900     MOVE CIR-SEMESTER TO WS-SEM-IN.
093000     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
093100     IF WS-SEM-SORT-KEY GREATER THAN WS-EVALUATION-SORT-KEY
093200         GO TO 129-EXIT.
093300*    END-IF.
093400
093500     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
093600     MOVE CIR-COURSE TO CTR-NUMBER.
093700     MOVE VSIO-READ TO VSIO-COMMAND.
093800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
093900                         COURSE-TABLE-FILE,
094000                         COURSE-TABLE-RECORD.
094100*    END-CALL.
094200     IF NOT VSIO-SUCCESS
094300         MOVE ZERO TO CTR-CREDIT-HOURS
094400         MOVE +0 TO VSIO-RETURN-CODE.
094500*    END-IF.
094600
094700     ADD CTR-CREDIT-HOURS TO WS-ATTEMPTED-HOURS.
094800     IF NOT CIR-ENROLLED
094900     OR CIR-GRADE EQUAL ZERO
095000         GO TO 129-EXIT.
095100*    END-IF.
095200     ADD CTR-CREDIT-HOURS TO WS-EARNED-HOURS.
095300
095400     IF GPAC-COURSE-COUNT NOT LESS THAN 200
095500         GO TO 129-EXIT.
095600*    END-IF.
095700     ADD +1 TO GPAC-COURSE-COUNT.
095800     MOVE CIR-DEPARTMENT TO GPAC-DEPARTMENT (GPAC-COURSE-COUNT).
095900     MOVE CIR-COURSE TO GPAC-COURSE (GPAC-COURSE-COUNT).
096000     MOVE CIR-GRADE TO GPAC-GRADE (GPAC-COURSE-COUNT).
096100     MOVE CTR-CREDIT-HOURS TO GPAC-HOURS (GPAC-COURSE-COUNT).
096200
096300 129-EXIT.
096400     EXIT.
096500
096600* ************************************************************** *
096700* DECIDES AND POSTS THE SAP STATUS FOR THE AIDED STUDENT JUST    *
096800* PASSED, PRINTS THE REGISTER LINE AND, FOR A WARNING OR A       *
096900* SUSPENSION, THE LETTER.  CALLED AT EACH STUDENT BREAK AND ONCE *
097000* MORE AT END-OF-FILE.                                           *
097100* ************************************************************** *
097200 130-EVALUATE-STUDENT.
097300
097400     ADD +1 TO EVALUATED-COUNTER.
097500     MOVE 'N' TO WS-FAIL-GPA-SW.
097600     MOVE 'N' TO WS-FAIL-PACE-SW.
097700     MOVE 'N' TO WS-FAIL-TIME-SW.
097800
097900     MOVE ZERO TO WS-GPA.
098000     IF GPAC-COURSE-COUNT GREATER THAN ZERO
098100         MOVE GPAC-COMPUTE-GPA TO GPAC-COMMAND
098200         CALL 'GPACALC' USING GPAC-PARAMETER-BLOCK
098300         IF GPAC-TOTAL-HOURS GREATER THAN ZERO
098400             MOVE GPAC-GPA TO WS-GPA
098500             IF WS-GPA LESS THAN CC-MINIMUM-GPA
098600                 MOVE 'Y' TO WS-FAIL-GPA-SW.
098700*            END-IF
098800*        END-IF
098900*    END-IF.
099000
099100     MOVE 100 TO WS-COMPLETION-PCT.
099200     IF WS-ATTEMPTED-HOURS GREATER THAN ZERO
099300         COMPUTE WS-COMPLETION-PCT =
099400             WS-EARNED-HOURS * 100 / WS-ATTEMPTED-HOURS
099500         IF WS-COMPLETION-PCT LESS THAN WS-MINIMUM-PCT
099600             MOVE 'Y' TO WS-FAIL-PACE-SW.
099700*        END-IF
099800*    END-IF.
099900
100000     MOVE ZERO TO WS-MAXIMUM-HOURS.
100100     IF SIR-MAJOR-DEPT NUMERIC
100200         MOVE SIR-MAJOR-DEPT TO DTR-NUMBER
100300         MOVE VSIO-READ TO VSIO-COMMAND
100400         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
100500                             DEPARTMENT-TABLE-FILE,
100600                             DEPARTMENT-TABLE-RECORD
100700         IF VSIO-SUCCESS
100800         AND DTR-REQ-TOTAL-HOURS NUMERIC
100900             COMPUTE WS-MAXIMUM-HOURS =
101000                 DTR-REQ-TOTAL-HOURS * 3 / 2
101100         ELSE
101200             MOVE +0 TO VSIO-RETURN-CODE.
101300*        END-IF
101400*    END-IF.
101500     IF WS-MAXIMUM-HOURS GREATER THAN ZERO
101600     AND WS-ATTEMPTED-HOURS GREATER THAN WS-MAXIMUM-HOURS
101700         MOVE 'Y' TO WS-FAIL-TIME-SW.
101800*    END-IF.
101900
102000     PERFORM 140-READ-PRIOR-STATUS THRU 149-EXIT.
102100
102200     IF WS-FAIL-TIME
102300         MOVE 'S' TO WS-NEW-STATUS
102400     ELSE
102500         IF WS-FAIL-GPA
102600         OR WS-FAIL-PACE
102700             IF WS-PRIOR-STATUS EQUAL 'W'
102800             OR WS-PRIOR-STATUS EQUAL 'S'
102900                 MOVE 'S' TO WS-NEW-STATUS
103000             ELSE
103100                 MOVE 'W' TO WS-NEW-STATUS
103200             END-IF
103300         ELSE
103400             MOVE 'M' TO WS-NEW-STATUS.
103500*        END-IF
103600*    END-IF.
103700
103800     PERFORM 200-POST-STATUS THRU 209-EXIT.
103900
104000 139-EXIT.
104100     EXIT.
104200
104300* ************************************************************** *
104400* THE STATUS THE EVALUATION STARTS FROM: THE STATUS ON SAPTBL,   *
104500* OR -- WHEN THIS TERM HAS ALREADY BEEN EVALUATED -- THE PRIOR   *
104600* STATUS SAVED ON THAT RECORD.  NO RECORD MEANS NO PRIOR STATUS. *
104700* ************************************************************** *
104800 140-READ-PRIOR-STATUS.
104900
105000     MOVE SPACES TO WS-PRIOR-STATUS.
105100     MOVE 'N' TO WS-RERUN-SW.
105200     MOVE SPACES TO SAP-STATUS-RECORD.
105300     MOVE WS-CURRENT-ID TO SAP-STUDENT-ID.
105400     MOVE +48 TO VSIO-RECORD-LENGTH OF SAP-STATUS-FILE.
105500     MOVE VSIO-READ TO VSIO-COMMAND.
105600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
105700                         SAP-STATUS-FILE,
105800                         SAP-STATUS-RECORD.
105900*    END-CALL.
106000     IF NOT VSIO-SUCCESS
106100         IF NOT VSIO-RECORD-NOT-FOUND
106200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
106300         END-IF
106400         MOVE +0 TO VSIO-RETURN-CODE
106500         GO TO 149-EXIT.
106600*    END-IF.
106700
106800     MOVE 'Y' TO WS-RERUN-SW.
106900     IF SAP-TERM EQUAL CC-SEMESTER
107000         MOVE SAP-PRIOR-STATUS TO WS-PRIOR-STATUS
107100     ELSE
107200         MOVE SAP-STATUS TO WS-PRIOR-STATUS.
107300*    END-IF.
107400
107500 149-EXIT.
107600     EXIT.
107700
107800* ************************************************************** *
107900* WRITES (OR REWRITES) THE STUDENT'S SAPTBL RECORD, THEN THE     *
108000* REGISTER LINE AND ANY LETTER.                                  *
108100* ************************************************************** *
108200 200-POST-STATUS.
108300
108400     MOVE WS-CURRENT-ID TO RL-STUDENT-ID.
108500     MOVE SIR-NAME TO RL-NAME.
108600     MOVE WS-GPA TO RL-GPA.
108700     MOVE WS-ATTEMPTED-HOURS TO RL-ATTEMPTED.
108800     MOVE WS-EARNED-HOURS TO RL-EARNED.
108900     MOVE WS-COMPLETION-PCT TO RL-PCT.
109000     MOVE WS-MAXIMUM-HOURS TO RL-MAXIMUM.
109100     MOVE WS-PRIOR-STATUS TO WS-STATUS-CODE.
109200     PERFORM 650-NAME-STATUS THRU 659-EXIT.
109300     MOVE WS-STATUS-NAME TO RL-PRIOR.
109400     MOVE WS-NEW-STATUS TO WS-STATUS-CODE.
109500     PERFORM 650-NAME-STATUS THRU 659-EXIT.
109600     MOVE WS-STATUS-NAME TO RL-STATUS.
109700     MOVE SPACES TO RL-FAIL-GPA.
109800     MOVE SPACES TO RL-FAIL-PACE.
109900     MOVE SPACES TO RL-FAIL-TIME.
110000     IF WS-FAIL-GPA
110100         MOVE 'GPA' TO RL-FAIL-GPA.
110200*    END-IF.
110300     IF WS-FAIL-PACE
110400         MOVE 'PACE' TO RL-FAIL-PACE.
110500*    END-IF.
110600     IF WS-FAIL-TIME
110700         MOVE 'MAX' TO RL-FAIL-TIME.
110800*    END-IF.
110900
111000     MOVE SPACES TO SAP-STATUS-RECORD.
111100     MOVE WS-CURRENT-ID TO SAP-STUDENT-ID.
111200     MOVE WS-NEW-STATUS TO SAP-STATUS.
111300     MOVE WS-PRIOR-STATUS TO SAP-PRIOR-STATUS.
111400     MOVE CC-SEMESTER TO SAP-TERM.
111500     MOVE WS-GPA TO SAP-GPA.
111600     MOVE WS-ATTEMPTED-HOURS TO SAP-ATTEMPTED-HOURS.
111700     MOVE WS-EARNED-HOURS TO SAP-EARNED-HOURS.
111800     MOVE WS-COMPLETION-PCT TO SAP-COMPLETION-PCT.
111900     MOVE WS-MAXIMUM-HOURS TO SAP-MAXIMUM-HOURS.
112000     MOVE WS-TODAY-CCYYMMDD TO SAP-EVALUATED-DATE.
112100     MOVE CC-OPERATOR-ID TO SAP-OPERATOR-ID.
112200     MOVE +48 TO VSIO-RECORD-LENGTH OF SAP-STATUS-FILE.
112300     IF WS-RERUN
112400         MOVE VSIO-REWRITE TO VSIO-COMMAND
112500     ELSE
112600         MOVE VSIO-WRITE TO VSIO-COMMAND.
112700*    END-IF.
112800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
112900                         SAP-STATUS-FILE,
113000                         SAP-STATUS-RECORD.
113100*    END-CALL.
113200     IF NOT VSIO-SUCCESS
113300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
113400         MOVE 'SAPTBL UPDATE FAILED' TO RL-DISPOSITION
113500         ADD +1 TO ERROR-COUNTER
113600         MOVE +0 TO VSIO-RETURN-CODE
113700         WRITE REPORT-LINE FROM REGISTER-LINE
113800         GO TO 209-EXIT.
113900*    END-IF.
114000     MOVE 'STATUS POSTED' TO RL-DISPOSITION.
114100
114200     EVALUATE TRUE
114300         WHEN SAP-MET
114400             ADD +1 TO MET-COUNTER
114500         WHEN SAP-WARNING
114600             ADD +1 TO WARNING-COUNTER
114700             PERFORM 250-PRINT-LETTER THRU 259-EXIT
114800         WHEN SAP-SUSPENDED
114900             ADD +1 TO SUSPENDED-COUNTER
115000             PERFORM 250-PRINT-LETTER THRU 259-EXIT
115100     END-EVALUATE.
115200
115300     WRITE REPORT-LINE FROM REGISTER-LINE.
115400
115500 209-EXIT.
115600     EXIT.
115700
115800* ************************************************************** *
115900* ONE NOTIFICATION LETTER: THE WINDOW-ENVELOPE ADDRESS BLOCK     *
116000* FROM THE MASTER RECORD, THE STATUS, EACH MEASURE AGAINST ITS   *
116100* MINIMUM, AND THE PARAGRAPH FOR THE STATUS.                     *
116200* ************************************************************** *
116300 250-PRINT-LETTER.
116400
116500     PERFORM 660-CHECK-RETURNED-MAIL THRU 669-EXIT.
116600     IF WS-MAIL-RETURNED
116700         PERFORM 670-LIST-ADDRESS-NEEDED THRU 679-EXIT
116800         MOVE 'POSTED, ADDRESS NEEDED' TO RL-DISPOSITION
116900         GO TO 259-EXIT.
117000*    END-IF.
117100
117200     MOVE SIR-NAME TO AL-TEXT.
117300     WRITE LETTER-LINE FROM ADDRESS-LINE
117400         AFTER ADVANCING PAGE.
117500     MOVE SIR-ADDRESS TO AL-TEXT.
117600     WRITE LETTER-LINE FROM ADDRESS-LINE.
117700     MOVE SIR-CITY TO CSL-CITY.
117800     MOVE SIR-STATE TO CSL-STATE.
117900     MOVE SIR-ZIPCODE TO CSL-ZIPCODE.
118000     WRITE LETTER-LINE FROM CITY-STATE-ZIP-LINE.
118100     WRITE LETTER-LINE FROM BLANK-LINE.
118200     WRITE LETTER-LINE FROM BLANK-LINE.
118300
118400     MOVE CC-SEMESTER TO LSL-SEMESTER.
118500     MOVE RL-STATUS TO LSL-STATUS.
118600     WRITE LETTER-LINE FROM LETTER-STATUS-LINE.
118700     WRITE LETTER-LINE FROM BLANK-LINE.
118800
118900     MOVE 'CUMULATIVE GPA' TO LML-LABEL.
119000     MOVE WS-GPA TO LML-ACTUAL.
119100     MOVE CC-MINIMUM-GPA TO LML-REQUIRED.
119200     MOVE SPACES TO LML-FLAG.
119300     IF WS-FAIL-GPA
119400         MOVE 'NOT MET' TO LML-FLAG.
119500*    END-IF.
119600     WRITE LETTER-LINE FROM LETTER-MEASURE-LINE.
119700     MOVE 'COMPLETION RATE (PERCENT)' TO LML-LABEL.
119800     MOVE WS-COMPLETION-PCT TO LML-ACTUAL.
119900     MOVE WS-MINIMUM-PCT TO LML-REQUIRED.
120000     MOVE SPACES TO LML-FLAG.
120100     IF WS-FAIL-PACE
120200         MOVE 'NOT MET' TO LML-FLAG.
120300*    END-IF.
120400     WRITE LETTER-LINE FROM LETTER-MEASURE-LINE.
120500     IF WS-MAXIMUM-HOURS GREATER THAN ZERO
120600         MOVE 'HOURS ATTEMPTED / MAXIMUM' TO LML-LABEL
120700         MOVE WS-ATTEMPTED-HOURS TO LML-ACTUAL
120800         MOVE WS-MAXIMUM-HOURS TO LML-REQUIRED
120900         MOVE SPACES TO LML-FLAG
121000         IF WS-FAIL-TIME
121100             MOVE 'EXCEEDED' TO LML-FLAG
121200         END-IF
121300         WRITE LETTER-LINE FROM LETTER-MEASURE-LINE.
121400*    END-IF.
121500     WRITE LETTER-LINE FROM BLANK-LINE.
121600
121700     IF SAP-WARNING
121800         MOVE 'YOU REMAIN ELIGIBLE FOR AID NEXT TERM ON'
121900             TO LBL-TEXT
122000         WRITE LETTER-LINE FROM LETTER-BODY-LINE
122100         MOVE 'FINANCIAL AID WARNING.  IF THE STANDARDS ABOVE ARE'
122200             TO LBL-TEXT
122300         WRITE LETTER-LINE FROM LETTER-BODY-LINE
122400         MOVE 'NOT MET AT THE END OF THAT TERM, YOUR AID WILL BE'
122500             TO LBL-TEXT
122600         WRITE LETTER-LINE FROM LETTER-BODY-LINE
122700         MOVE 'SUSPENDED.'
122800             TO LBL-TEXT
122900         WRITE LETTER-LINE FROM LETTER-BODY-LINE
123000     ELSE
123100         MOVE 'YOUR FINANCIAL AID IS SUSPENDED AND NO FURTHER'
123200             TO LBL-TEXT
123300         WRITE LETTER-LINE FROM LETTER-BODY-LINE
123400         MOVE 'DISBURSEMENTS WILL BE MADE.  YOU MAY APPEAL IN'
123500             TO LBL-TEXT
123600         WRITE LETTER-LINE FROM LETTER-BODY-LINE
123700         MOVE 'WRITING TO THIS OFFICE, EXPLAINING THE'
123800             TO LBL-TEXT
123900         WRITE LETTER-LINE FROM LETTER-BODY-LINE
124000         MOVE 'CIRCUMSTANCES AND YOUR PLAN TO MEET THE STANDARDS.'
124100             TO LBL-TEXT
124200         WRITE LETTER-LINE FROM LETTER-BODY-LINE.
124300*    END-IF.
124400
124500     WRITE LETTER-LINE FROM BLANK-LINE.
124600     WRITE LETTER-LINE FROM CLOSING-LINE.
124700     ADD +1 TO LETTER-COUNTER.
124800     MOVE 'POSTED, LETTER PRINTED' TO RL-DISPOSITION.
124900
125000 259-EXIT.
125100     EXIT.
125200
125300* ************************************************************** *
125400* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
125500* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
125600* PROGRAM IN THIS SUITE.                                         *
125700* ************************************************************** *
125800 500-DISPLAY-UNKNOWN-ERROR.
125900
126000     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
126100     EXHIBIT NAMED VSIO-RETURN-CODE.
126200     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
126300                   VSIO-VSAM-FUNCTION-CODE,
126400                   VSIO-VSAM-FEEDBACK-CODE.
126500
126600 509-EXIT.
126700     EXIT.
126800
126900* ************************************************************** *
127000* BUILDS THE YEAR+TERM-RANK SORT KEY FOR THE SEMESTER CODE IN    *
127100* WS-SEM-IN, LEAVING IT IN WS-SEM-SORT-KEY.  SP RANKS 1, SU 2,   *
127200* FA 3; ANYTHING ELSE YIELDS YEAR 9999 RANK 9 AND SORTS LAST.    *
127300* ************************************************************** *
127400 600-BUILD-SEMESTER-SORT-KEY.
127500
127600     IF WS-SEM-IN-YEAR NOT NUMERIC
127700         MOVE '9999' TO WS-SEM-SORT-YEAR
127800         MOVE '9' TO WS-SEM-SORT-RANK
127900         GO TO 609-EXIT.
128000*    END-IF.
128100
128200     MOVE WS-SEM-IN-YEAR TO WS-SEM-SORT-YEAR.
128300     EVALUATE WS-SEM-IN-TERM
128400         WHEN 'SP'
128500             MOVE '1' TO WS-SEM-SORT-RANK
128600         WHEN 'SU'
128700             MOVE '2' TO WS-SEM-SORT-RANK
128800         WHEN 'FA'
128900             MOVE '3' TO WS-SEM-SORT-RANK
129000         WHEN OTHER
129100             MOVE '9999' TO WS-SEM-SORT-YEAR
129200             MOVE '9' TO WS-SEM-SORT-RANK
129300     END-EVALUATE.
129400
129500 609-EXIT.
129600     EXIT.
129700
129800* ************************************************************** *
129900* TRANSLATES WS-STATUS-CODE TO ITS PRINTED NAME.                 *
130000* ************************************************************** *
130100 650-NAME-STATUS.
130200
130300     EVALUATE WS-STATUS-CODE
130400         WHEN 'M'
130500             MOVE 'MET' TO WS-STATUS-NAME
130600         WHEN 'W'
130700             MOVE 'WARNING' TO WS-STATUS-NAME
130800         WHEN 'S'
130900             MOVE 'SUSPENDED' TO WS-STATUS-NAME
131000         WHEN OTHER
131100             MOVE 'NONE' TO WS-STATUS-NAME
131200     END-EVALUATE.
131300
131400 659-EXIT.
131500     EXIT.
131600
131700* ************************************************************** *
131800* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
131900* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
132000* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
132100* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
132200* ************************************************************** *
132300 660-CHECK-RETURNED-MAIL.
132400
132500     MOVE 'N' TO WS-MAIL-RETURNED-SW.
132600     MOVE SPACES TO RETURNED-MAIL-RECORD.
132700     MOVE SIR-STUDENT-ID TO MRT-STUDENT-ID.
132800     MOVE VSIO-READ TO VSIO-COMMAND.
132900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
133000                         RETURNED-MAIL-FILE,
133100                         RETURNED-MAIL-RECORD.
133200*    END-CALL.
133300     IF VSIO-SUCCESS
133400         MOVE 'Y' TO WS-MAIL-RETURNED-SW
133500     ELSE
133600         IF NOT VSIO-RECORD-NOT-FOUND
133700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
133800*        END-IF
133900*    END-IF.
134000     MOVE +0 TO VSIO-RETURN-CODE.
134100
134200 669-EXIT.
134300     EXIT.
134400
134500* ************************************************************** *
134600* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
134700* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
134800* ************************************************************** *
134900 670-LIST-ADDRESS-NEEDED.
135000
135100     ADD +1 TO ADDRESS-NEEDED-COUNTER.
135200     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
135300         GO TO 679-EXIT.
135400*    END-IF.
135500     ADD +1 TO ANE-COUNT.
135600     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
135700     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
135800     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
135900     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
136000
136100 679-EXIT.
136200     EXIT.
136300
136400* ************************************************************** *
136500* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
136600* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
136700* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
136800* ************************************************************** *
136900 680-PRINT-ADDRESS-NEEDED.
137000
137100     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
137200         GO TO 689-EXIT.
137300*    END-IF.
137400
137500     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
137600         AFTER ADVANCING PAGE.
137700     WRITE REPORT-LINE FROM BLANK-LINE.
137800     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
137900
138000     MOVE 1 TO ANE-IDX.
138100     PERFORM 685-PRINT-ONE-ADDRESS-NEEDED
138200        THRU 685-EXIT
138300       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
138400*    END-PERFORM.
138500
138600     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
138700         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
138800*    END-IF.
138900     WRITE REPORT-LINE FROM BLANK-LINE.
139000     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
139100     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
139200
139300 689-EXIT.
139400     EXIT.
139500
139600 685-PRINT-ONE-ADDRESS-NEEDED.
139700
139800     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
139900     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
140000     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
140100     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
140200     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
140300     ADD 1 TO ANE-IDX.
140400
140500 685-EXIT.
140600     EXIT.
