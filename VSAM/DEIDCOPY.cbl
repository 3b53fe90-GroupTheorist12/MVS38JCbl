000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEIDCOPY.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* DE-IDENTIFIED COPY OF THE STUDENT CLUSTERS FOR THE TEST       *
000900* REGION.  EACH PRODUCTION CLUSTER IS READ FRONT TO BACK AND    *
001000* LOADED, RECORD FOR RECORD, INTO AN EMPTY TEST CLUSTER:        *
001100*   STMASTR  -> TSTMASTR     HOLDTBL  -> THOLDTBL               *
001200*   ARBAL    -> TARBAL       AIDTBL   -> TAIDTBL                *
001300*   ARDETL   -> TARDETL      STDXREF  -> TSTDXREF               *
001400* THE TEST CLUSTERS MUST BE DEFINED (OR REUSED) EMPTY AHEAD OF  *
001500* THIS STEP, AND VSIOAUD IN THIS JOB SHOULD BE A TEST DATASET   *
001600* OR DUMMY SO THE LOAD STAYS OFF THE PRODUCTION AUDIT TRAIL.    *
001700*                                                               *
001800* EVERY KEY, STUDENT ID AND RECORD LENGTH IS CARRIED ACROSS     *
001900* UNCHANGED, SO ALL RECORD RELATIONSHIPS STAY INTACT.  WHAT IS  *
002000* SCRAMBLED:                                                    *
002100*   STMASTR  - ON THE DEMOGRAPHIC (KEY-ID 000) RECORD, SIR-NAME *
002200*              AND SIR-ADDRESS ARE REPLACED BY A MADE-UP NAME   *
002300*              AND STREET ADDRESS.                              *
002400*   ARBAL    - THE BALANCE IS SCALED BY THE STUDENT'S FACTOR.   *
002500*   ARDETL   - THE RUNNING BALANCE IS SCALED BY THE STUDENT'S   *
002600*              FACTOR AND THE AMOUNT RESTATED AS THE CHANGE IN  *
002700*              THE SCALED BALANCE, SO EACH JOURNAL STILL FOOTS  *
002800*              TO ITS ARBAL BALANCE TO THE PENNY.               *
002900*   AIDTBL   - AWARDED AND DISBURSED AMOUNTS ARE SCALED BY THE  *
003000*              STUDENT'S FACTOR.                                *
003100*   HOLDTBL, STDXREF - COPIED AS THEY ARE.                      *
003200* THE FAKE NAME, ADDRESS AND FACTOR (40 TO 98 PERCENT) ARE ALL  *
003300* WORKED OUT FROM THE STUDENT ID ALONE, SO THE SAME STUDENT     *
003400* GETS THE SAME FAKE NAME AND THE SAME FACTOR IN EVERY CLUSTER  *
003500* AND ON EVERY REFRESH.                                         *
003600*                                                               *
003700* THE CONTROL REPORT (SYSPRINT) SHOWS, FOR EACH CLUSTER, THE    *
003800* RECORDS READ FROM PRODUCTION AGAINST THE RECORDS WRITTEN TO   *
003900* TEST.  THE RUN ENDS RC 8 WHEN ANY CLUSTER'S COUNTS DO NOT     *
004000* MATCH OR A CLUSTER COULD NOT BE OPENED.                       *
004100*                                                               *
004200* MODIFICATION HISTORY.                                         *
004300*   DATE       INIT  DESCRIPTION                                *
004400*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004500* ************************************************************* *
004600
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. IBM-370.
005000 OBJECT-COMPUTER. IBM-370.
005100
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO UR-1403-S-SYSPRINT.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  REPORT-FILE
006100     LABEL RECORDS ARE OMITTED
006200     RECORD CONTAINS 132 CHARACTERS
006300     BLOCK CONTAINS 0 RECORDS
006400     DATA RECORD IS REPORT-LINE.
006500 01  REPORT-LINE                 PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
006900     88  END-OF-FILE                         VALUE 'Y'.
007000
007100 77  WS-MISMATCH-SWITCH          PIC X(01)   VALUE 'N'.
007200     88  WS-MISMATCH                         VALUE 'Y'.
007300
007400 77  WS-CURRENT-FX               PIC S9(4) COMP  VALUE ZERO.
007500 77  FX-STUDENT-MASTER           PIC S9(4) COMP  VALUE +1.
007600 77  FX-AR-BALANCE               PIC S9(4) COMP  VALUE +2.
007700 77  FX-AR-DETAIL                PIC S9(4) COMP  VALUE +3.
007800 77  FX-HOLD-TABLE               PIC S9(4) COMP  VALUE +4.
007900 77  FX-AID-TABLE                PIC S9(4) COMP  VALUE +5.
008000 77  FX-XREF                     PIC S9(4) COMP  VALUE +6.
008100 77  FX-LIMIT                    PIC S9(4) COMP  VALUE +6.
008200
008300 77  HASH-IDX                    PIC S9(4) COMP  VALUE ZERO.
008400 77  WS-HASH                     PIC S9(8) COMP  VALUE ZERO.
008500 77  WS-HASH-WORK                PIC S9(8) COMP  VALUE ZERO.
008600 77  WS-QUOTIENT                 PIC S9(8) COMP  VALUE ZERO.
008700 77  WS-REMAINDER                PIC S9(8) COMP  VALUE ZERO.
008800 77  FIRST-NAME-IDX              PIC S9(4) COMP  VALUE ZERO.
008900 77  LAST-NAME-IDX               PIC S9(4) COMP  VALUE ZERO.
009000 77  STREET-IDX                  PIC S9(4) COMP  VALUE ZERO.
009100 77  WS-HOUSE-NUMBER             PIC 9(04)   VALUE ZERO.
009200 77  WS-FACTOR                   PIC V99     VALUE ZERO.
009300
009400 77  WS-NEW-BALANCE              PIC S9(7)V99 COMP-3 VALUE ZERO.
009500 77  WS-PRIOR-BALANCE            PIC S9(7)V99 COMP-3 VALUE ZERO.
009600 77  WS-NEW-PRIOR-BALANCE        PIC S9(7)V99 COMP-3 VALUE ZERO.
009700
009800* ************************************************************** *
009900* THE CLUSTERS COPIED, IN RUN ORDER: PRODUCTION DDNAME, TEST     *
010000* DDNAME, MAXIMUM RECORD LENGTH, KEY LENGTH AND ORGANIZATION     *
010100* ('K' KSDS, 'E' ESDS).                                          *
010200* ************************************************************** *
010300 01  CLUSTER-VALUES.
010400     02  FILLER                  PIC X(08) VALUE 'STMASTR'.
010500     02  FILLER                  PIC X(08) VALUE 'TSTMASTR'.
010600     02  FILLER                  PIC 9(03) VALUE 083.
010700     02  FILLER                  PIC 9(02) VALUE 10.
010800     02  FILLER                  PIC X(01) VALUE 'K'.
010900     02  FILLER                  PIC X(08) VALUE 'ARBAL'.
011000     02  FILLER                  PIC X(08) VALUE 'TARBAL'.
011100     02  FILLER                  PIC 9(03) VALUE 023.
011200     02  FILLER                  PIC 9(02) VALUE 07.
011300     02  FILLER                  PIC X(01) VALUE 'K'.
011400     02  FILLER                  PIC X(08) VALUE 'ARDETL'.
011500     02  FILLER                  PIC X(08) VALUE 'TARDETL'.
011600     02  FILLER                  PIC 9(03) VALUE 060.
011700     02  FILLER                  PIC 9(02) VALUE 00.
011800     02  FILLER                  PIC X(01) VALUE 'E'.
011900     02  FILLER                  PIC X(08) VALUE 'HOLDTBL'.
012000     02  FILLER                  PIC X(08) VALUE 'THOLDTBL'.
012100     02  FILLER                  PIC 9(03) VALUE 054.
012200     02  FILLER                  PIC 9(02) VALUE 08.
012300     02  FILLER                  PIC X(01) VALUE 'K'.
012400     02  FILLER                  PIC X(08) VALUE 'AIDTBL'.
012500     02  FILLER                  PIC X(08) VALUE 'TAIDTBL'.
012600     02  FILLER                  PIC 9(03) VALUE 031.
012700     02  FILLER                  PIC 9(02) VALUE 17.
012800     02  FILLER                  PIC X(01) VALUE 'K'.
012900     02  FILLER                  PIC X(08) VALUE 'STDXREF'.
013000     02  FILLER                  PIC X(08) VALUE 'TSTDXREF'.
013100     02  FILLER                  PIC 9(03) VALUE 020.
013200     02  FILLER                  PIC 9(02) VALUE 03.
013300     02  FILLER                  PIC X(01) VALUE 'K'.
013400 01  CLUSTER-TABLE REDEFINES CLUSTER-VALUES.
013500     02  CLUSTER-ENTRY OCCURS 6 TIMES.
013600         03  CE-PROD-DDNAME      PIC X(08).
013700         03  CE-TEST-DDNAME      PIC X(08).
013800         03  CE-RECORD-LENGTH    PIC 9(03).
013900         03  CE-KEY-LENGTH       PIC 9(02).
014000         03  CE-ORGANIZATION     PIC X(01).
014100
014200 01  CLUSTER-COUNT-TABLE.
014300     02  CLUSTER-COUNTS OCCURS 6 TIMES.
014400         03  CT-READ             PIC S9(8) COMP.
014500         03  CT-WRITTEN          PIC S9(8) COMP.
014600         03  CT-SCRAMBLED        PIC S9(8) COMP.
014700         03  CT-DUPLICATES       PIC S9(8) COMP.
014800         03  CT-ERRORS           PIC S9(8) COMP.
014900         03  CT-STATUS           PIC X(01).
015000             88  CT-COPIED               VALUE 'C'.
015100             88  CT-OPEN-FAILED          VALUE 'F'.
015200
015300* ************************************************************** *
015400* THE MADE-UP NAMES AND STREETS.  A STUDENT'S ENTRIES ARE PICKED *
015500* BY 400-HASH-STUDENT-ID.                                        *
015600* ************************************************************** *
015700 01  FIRST-NAME-VALUES.
015800     02  FILLER                  PIC X(40) VALUE
015900         'AARON     ALICE     BRIAN     CAROL     '.
016000     02  FILLER                  PIC X(40) VALUE
016100         'DANIEL    DIANE     EDWARD    ELLEN     '.
016200     02  FILLER                  PIC X(40) VALUE
016300         'FRANK     GLORIA    GEORGE    HELEN     '.
016400     02  FILLER                  PIC X(40) VALUE
016500         'HAROLD    IRENE     JAMES     JOAN      '.
016600     02  FILLER                  PIC X(40) VALUE
016700         'KENNETH   KAREN     LARRY     LINDA     '.
016800     02  FILLER                  PIC X(40) VALUE
016900         'MICHAEL   MARTHA    NATHAN    NANCY     '.
017000     02  FILLER                  PIC X(40) VALUE
017100         'OSCAR     PAMELA    PETER     RUTH      '.
017200     02  FILLER                  PIC X(40) VALUE
017300         'RAYMOND   SANDRA    STEVEN    TERESA    '.
017400     02  FILLER                  PIC X(40) VALUE
017500         'THOMAS    VIRGINIA  WALTER    WANDA     '.
017600     02  FILLER                  PIC X(40) VALUE
017700         'VICTOR    YVONNE    ARTHUR    BEVERLY   '.
017800 01  FIRST-NAME-TABLE REDEFINES FIRST-NAME-VALUES.
017900     02  FIRST-NAME              PIC X(10) OCCURS 40 TIMES.
018000
018100 01  LAST-NAME-VALUES.
018200     02  FILLER                  PIC X(36) VALUE
018300         'ABERNATHY   BALDWIN     CARVER      '.
018400     02  FILLER                  PIC X(36) VALUE
018500         'DALTON      EASTMAN     '.
018600     02  FILLER                  PIC X(36) VALUE
018700         'FAIRCHILD   GALLOWAY    HADLEY      '.
018800     02  FILLER                  PIC X(36) VALUE
018900         'INGRAM      JARVIS      '.
019000     02  FILLER                  PIC X(36) VALUE
019100         'KENDALL     LANGSTON    MADDOX      '.
019200     02  FILLER                  PIC X(36) VALUE
019300         'NEWCOMB     OGDEN       '.
019400     02  FILLER                  PIC X(36) VALUE
019500         'PRESCOTT    QUINLAN     RADFORD     '.
019600     02  FILLER                  PIC X(36) VALUE
019700         'SAWYER      TALBOT      '.
019800     02  FILLER                  PIC X(36) VALUE
019900         'UPTON       VANCE       WHITFIELD   '.
020000     02  FILLER                  PIC X(36) VALUE
020100         'YATES       ZIMMER      '.
020200     02  FILLER                  PIC X(36) VALUE
020300         'ASHWORTH    BRANNIGAN   CROWLEY     '.
020400     02  FILLER                  PIC X(36) VALUE
020500         'DEVEREAUX   ELLSWORTH   '.
020600     02  FILLER                  PIC X(36) VALUE
020700         'FENWICK     GRISWOLD    HOLLOWAY    '.
020800     02  FILLER                  PIC X(36) VALUE
020900         'IVERSON     JENNINGS    '.
021000     02  FILLER                  PIC X(36) VALUE
021100         'KIMBALL     LOCKHART    MERRITT     '.
021200     02  FILLER                  PIC X(36) VALUE
021300         'NORCROSS    OSBORNE     '.
021400     02  FILLER                  PIC X(36) VALUE
021500         'PEMBERTON   RANDALL     STANFIELD   '.
021600     02  FILLER                  PIC X(36) VALUE
021700         'THORNTON    UNDERHILL   '.
021800     02  FILLER                  PIC X(36) VALUE
021900         'VOSBURGH    WAKEFIELD   WESTBROOK   '.
022000     02  FILLER                  PIC X(36) VALUE
022100         'WINSLOW     YOUNGBLOOD  '.
022200 01  LAST-NAME-TABLE REDEFINES LAST-NAME-VALUES.
022300     02  LAST-NAME               PIC X(12) OCCURS 50 TIMES.
022400
022500 01  STREET-VALUES.
022600     02  FILLER                  PIC X(32) VALUE
022700         'ASPEN LANE      BIRCH STREET    '.
022800     02  FILLER                  PIC X(32) VALUE
022900         'CEDAR AVENUE    DOGWOOD DRIVE   '.
023000     02  FILLER                  PIC X(32) VALUE
023100         'ELM STREET      FOREST ROAD     '.
023200     02  FILLER                  PIC X(32) VALUE
023300         'GARDEN WAY      HICKORY LANE    '.
023400     02  FILLER                  PIC X(32) VALUE
023500         'LAKE SHORE DR   MAPLE AVENUE    '.
023600     02  FILLER                  PIC X(32) VALUE
023700         'MILL ROAD       NORTH STREET    '.
023800     02  FILLER                  PIC X(32) VALUE
023900         'OAK STREET      PARK AVENUE     '.
024000     02  FILLER                  PIC X(32) VALUE
024100         'PINE STREET     RIVER ROAD      '.
024200     02  FILLER                  PIC X(32) VALUE
024300         'SPRUCE COURT    SUMMIT DRIVE    '.
024400     02  FILLER                  PIC X(32) VALUE
024500         'VALLEY ROAD     WILLOW LANE     '.
024600 01  STREET-TABLE REDEFINES STREET-VALUES.
024700     02  STREET-NAME             PIC X(16) OCCURS 20 TIMES.
024800
024900* ************************************************************** *
025000* THE STUDENT ID BEING HASHED, ONE CHARACTER AT A TIME.  A       *
025100* CHARACTER IS MOVED INTO THE LOW-ORDER BYTE OF WS-ORD-VALUE TO  *
025200* TAKE ITS CODE-POINT VALUE.                                     *
025300* ************************************************************** *
025400 01  WS-HASH-ID                  PIC X(07)   VALUE SPACES.
025500 01  FILLER REDEFINES WS-HASH-ID.
025600     02  WS-HASH-CHAR            PIC X(01) OCCURS 7 TIMES.
025700 01  WS-ORD-WORK.
025800     02  WS-ORD-VALUE            PIC S9(4) COMP.
025900 01  FILLER REDEFINES WS-ORD-WORK.
026000     02  WS-ORD-HIGH             PIC X(01).
026100     02  WS-ORD-LOW              PIC X(01).
026200
026300 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
026400 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
026500     02  WS-RUN-YY               PIC 9(02).
026600     02  WS-RUN-MM               PIC 9(02).
026700     02  WS-RUN-DD               PIC 9(02).
026800
026900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
027000 01  PRODUCTION-FILE             COPY VSAMIOFB.
027100 01  TEST-FILE                   COPY VSAMIOFB.
027200
027300* ************************************************************** *
027400* ONE RECORD OF WHICHEVER CLUSTER IS BEING COPIED, SIZED FOR THE *
027500* LONGEST (THE 83-BYTE STMASTR DEMOGRAPHIC RECORD), WITH A VIEW  *
027600* FOR EACH CLUSTER THAT HAS FIELDS TO SCRAMBLE.                  *
027700* ************************************************************** *
027800 01  COPY-RECORD                 PIC X(83).
027900 01  STUDENT-INFO-RECORD REDEFINES COPY-RECORD.
028000     02  SIR-STUDENT-ID          PIC X(07).
028100     02  SIR-KEY-ID              PIC 9(03).
028200     02  SIR-NAME                PIC X(22).
028300     02  SIR-ADDRESS             PIC X(25).
028400     02  SIR-CITY                PIC X(15).
028500     02  SIR-STATE               PIC X(02).
028600     02  SIR-ZIPCODE             PIC 9(05).
028700     02  SIR-GENDER              PIC X(01).
028800     02  SIR-MAJOR               PIC X(03).
028900 01  AR-BALANCE-RECORD REDEFINES COPY-RECORD.
029000     02  ABR-STUDENT-ID          PIC X(07).
029100     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
029200     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
029300     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
029400     02  FILLER                  PIC X(60).
029500 01  AR-DETAIL-RECORD REDEFINES COPY-RECORD.
029600     02  ARD-STUDENT-ID          PIC X(07).
029700     02  ARD-POST-DATE           PIC 9(08).
029800     02  ARD-TYPE                PIC X(03).
029900     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
030000     02  ARD-REFERENCE           PIC X(20).
030100     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
030200     02  FILLER                  PIC X(37).
030300 01  AWARD-RECORD REDEFINES COPY-RECORD.
030400     02  AWD-STUDENT-ID          PIC X(07).
030500     02  AWD-SEMESTER            PIC X(06).
030600     02  AWD-SOURCE-CODE         PIC X(04).
030700     02  AWD-AMOUNT              PIC 9(5)V99.
030800     02  AWD-DISBURSED           PIC 9(5)V99.
030900     02  FILLER                  PIC X(52).
031000
031100 01  HEADING-LINE-1.
031200     02  FILLER                  PIC X(43) VALUE
031300         'DEIDCOPY - TEST REGION DE-IDENTIFIED COPY -'.
031400     02  FILLER                  PIC X(15) VALUE
031500         ' CONTROL REPORT'.
031600     02  FILLER                  PIC X(10) VALUE
031700         '  RUN DATE'.
031800     02  FILLER                  PIC X(01) VALUE SPACES.
031900     02  HL1-RUN-MM              PIC 9(02).
032000     02  FILLER                  PIC X(01) VALUE '/'.
032100     02  HL1-RUN-DD              PIC 9(02).
032200     02  FILLER                  PIC X(01) VALUE '/'.
032300     02  HL1-RUN-YY              PIC 9(02).
032400     02  FILLER                  PIC X(55) VALUE SPACES.
032500
032600 01  HEADING-LINE-2.
032700     02  FILLER                  PIC X(40) VALUE
032800         'PRODUCTION  TEST        PROD READ  TEST '.
032900     02  FILLER                  PIC X(40) VALUE
033000         'WRITTEN  SCRAMBLED  DUPLICATES    ERRORS'.
033100     02  FILLER                  PIC X(52) VALUE
033200         '  STATUS'.
033300
033400 01  DETAIL-LINE.
033500     02  DL-PROD-DDNAME          PIC X(08).
033600     02  FILLER                  PIC X(04) VALUE SPACES.
033700     02  DL-TEST-DDNAME          PIC X(08).
033800     02  FILLER                  PIC X(02) VALUE SPACES.
033900     02  DL-READ                 PIC ZZ,ZZZ,ZZ9.
034000     02  FILLER                  PIC X(03) VALUE SPACES.
034100     02  DL-WRITTEN              PIC ZZ,ZZZ,ZZ9.
034200     02  FILLER                  PIC X(01) VALUE SPACES.
034300     02  DL-SCRAMBLED            PIC ZZ,ZZZ,ZZ9.
034400     02  FILLER                  PIC X(02) VALUE SPACES.
034500     02  DL-DUPLICATES           PIC ZZ,ZZZ,ZZ9.
034600     02  FILLER                  PIC X(01) VALUE SPACES.
034700     02  DL-ERRORS               PIC ZZ,ZZZ,ZZ9.
034800     02  FILLER                  PIC X(02) VALUE SPACES.
034900     02  DL-STATUS               PIC X(30).
035000     02  FILLER                  PIC X(21) VALUE SPACES.
035100
035200 01  RESULT-LINE.
035300     02  RL-RESULT               PIC X(60).
035400     02  FILLER                  PIC X(72) VALUE SPACES.
035500
035600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
035700
035800 PROCEDURE DIVISION.
035900
036000 000-INITIATE.
036100
036200     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
036300     MOVE SPACES TO VSIO-OPERATOR-ID.
036400     INITIALIZE CLUSTER-COUNT-TABLE.
036500
036600     OPEN OUTPUT REPORT-FILE.
036700     MOVE WS-RUN-MM TO HL1-RUN-MM.
036800     MOVE WS-RUN-DD TO HL1-RUN-DD.
036900     MOVE WS-RUN-YY TO HL1-RUN-YY.
037000     WRITE REPORT-LINE FROM HEADING-LINE-1
037100         AFTER ADVANCING PAGE.
037200     WRITE REPORT-LINE FROM BLANK-LINE.
037300     WRITE REPORT-LINE FROM HEADING-LINE-2.
037400     WRITE REPORT-LINE FROM BLANK-LINE.
037500
037600 010-PROCESS.
037700
037800     MOVE 1 TO WS-CURRENT-FX.
037900     PERFORM 100-COPY-CLUSTER
038000        THRU 199-EXIT
038100       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
038200*    END-PERFORM.
038300
038400 020-TERMINATE.
038500
038600     MOVE 1 TO WS-CURRENT-FX.
038700     PERFORM 600-PRINT-CLUSTER
038800        THRU 609-EXIT
038900       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
039000*    END-PERFORM.
039100
039200     WRITE REPORT-LINE FROM BLANK-LINE.
039300     IF WS-MISMATCH
039400         MOVE '*** RECORD COUNTS DO NOT MATCH PRODUCTION -'
039500             TO RL-RESULT
039600         WRITE REPORT-LINE FROM RESULT-LINE
039700         MOVE '    TEST COPY IS INCOMPLETE AND MUST BE RERUN ***'
039800             TO RL-RESULT
039900         WRITE REPORT-LINE FROM RESULT-LINE
040000         DISPLAY 'DEIDCOPY: RECORD COUNTS DO NOT MATCH PRODUCTION'
040100         MOVE +8 TO RETURN-CODE
040200     ELSE
040300         MOVE 'RECORD COUNTS MATCH PRODUCTION FOR EVERY CLUSTER'
040400             TO RL-RESULT
040500         WRITE REPORT-LINE FROM RESULT-LINE
040600         DISPLAY 'DEIDCOPY: RECORD COUNTS MATCH PRODUCTION'.
040700*    END-IF.
040800     CLOSE REPORT-FILE.
040900     STOP RUN.
041000
041100* ************************************************************** *
041200* COPIES CLUSTER NUMBER WS-CURRENT-FX FROM PRODUCTION TO TEST.   *
041300* BOTH SIDES ARE OPENED SEQUENTIAL; THE TEST SIDE IS OPENED      *
041400* OUTPUT SO IT IS LOADED IN PRODUCTION KEY (OR ENTRY) ORDER.     *
041500* ************************************************************** *
041600 100-COPY-CLUSTER.
041700
041800     MOVE CE-PROD-DDNAME (WS-CURRENT-FX)
041900         TO VSIO-DDNAME OF PRODUCTION-FILE.
042000     MOVE CE-ORGANIZATION (WS-CURRENT-FX)
042100         TO VSIO-ORGANIZATION OF PRODUCTION-FILE.
042200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF PRODUCTION-FILE.
042300     MOVE VSIO-INPUT TO VSIO-MODE OF PRODUCTION-FILE.
042400     MOVE CE-RECORD-LENGTH (WS-CURRENT-FX)
042500         TO VSIO-RECORD-LENGTH OF PRODUCTION-FILE.
042600     MOVE +0 TO VSIO-KEY-POSITION OF PRODUCTION-FILE.
042700     MOVE CE-KEY-LENGTH (WS-CURRENT-FX)
042800         TO VSIO-KEY-LENGTH OF PRODUCTION-FILE.
042900     MOVE VSIO-OPEN TO VSIO-COMMAND.
043000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043100                         PRODUCTION-FILE,
043200                         COPY-RECORD.
043300*    END-CALL.
043400     IF NOT VSIO-SUCCESS
043500         DISPLAY 'DEIDCOPY: CANNOT OPEN '
043600                 CE-PROD-DDNAME (WS-CURRENT-FX)
043700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043800         MOVE 'F' TO CT-STATUS (WS-CURRENT-FX)
043900         GO TO 190-NEXT-CLUSTER.
044000*    END-IF.
044100
044200     MOVE CE-TEST-DDNAME (WS-CURRENT-FX)
044300         TO VSIO-DDNAME OF TEST-FILE.
044400     MOVE CE-ORGANIZATION (WS-CURRENT-FX)
044500         TO VSIO-ORGANIZATION OF TEST-FILE.
044600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF TEST-FILE.
044700     MOVE VSIO-OUTPUT TO VSIO-MODE OF TEST-FILE.
044800     MOVE CE-RECORD-LENGTH (WS-CURRENT-FX)
044900         TO VSIO-RECORD-LENGTH OF TEST-FILE.
045000     MOVE +0 TO VSIO-KEY-POSITION OF TEST-FILE.
045100     MOVE CE-KEY-LENGTH (WS-CURRENT-FX)
045200         TO VSIO-KEY-LENGTH OF TEST-FILE.
045300     MOVE VSIO-OPEN TO VSIO-COMMAND.
045400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045500                         TEST-FILE,
045600                         COPY-RECORD.
045700*    END-CALL.
045800     IF NOT VSIO-SUCCESS
045900         DISPLAY 'DEIDCOPY: CANNOT OPEN '
046000                 CE-TEST-DDNAME (WS-CURRENT-FX)
046100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046200         MOVE 'F' TO CT-STATUS (WS-CURRENT-FX)
046300         MOVE VSIO-CLOSE TO VSIO-COMMAND
046400         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046500                             PRODUCTION-FILE,
046600                             COPY-RECORD
046700*        END-CALL
046800         GO TO 190-NEXT-CLUSTER.
046900*    END-IF.
047000
047100     MOVE 'C' TO CT-STATUS (WS-CURRENT-FX).
047200     MOVE 'N' TO END-OF-FILE-SWITCH.
047300     PERFORM 110-COPY-ONE-RECORD
047400        THRU 119-EXIT
047500       UNTIL END-OF-FILE.
047600*    END-PERFORM.
047700
047800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
047900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048000                         PRODUCTION-FILE,
048100                         COPY-RECORD.
048200*    END-CALL.
048300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048400                         TEST-FILE,
048500                         COPY-RECORD.
048600*    END-CALL.
048700
048800 190-NEXT-CLUSTER.
048900     ADD 1 TO WS-CURRENT-FX.
049000
049100 199-EXIT.
049200     EXIT.
049300
049400* ************************************************************** *
049500* READS ONE PRODUCTION RECORD, SCRAMBLES IT AS ITS CLUSTER       *
049600* REQUIRES AND WRITES IT TO TEST AT THE LENGTH IT WAS READ (THE  *
049700* STMASTR RECORD TYPES DIFFER IN LENGTH).                        *
049800* ************************************************************** *
049900 110-COPY-ONE-RECORD.
050000
050100     MOVE SPACES TO COPY-RECORD.
050200     MOVE CE-RECORD-LENGTH (WS-CURRENT-FX)
050300         TO VSIO-RECORD-LENGTH OF PRODUCTION-FILE.
050400     MOVE VSIO-READ TO VSIO-COMMAND.
050500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050600                         PRODUCTION-FILE,
050700                         COPY-RECORD.
050800*    END-CALL.
050900     IF NOT VSIO-SUCCESS
051000         IF VSIO-END-OF-FILE
051100             MOVE +0 TO VSIO-RETURN-CODE
051200             MOVE 'Y' TO END-OF-FILE-SWITCH
051300             GO TO 119-EXIT
051400         ELSE
051500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051600             ADD +1 TO CT-ERRORS (WS-CURRENT-FX)
051700             MOVE 'Y' TO END-OF-FILE-SWITCH
051800             GO TO 119-EXIT.
051900*        END-IF
052000*    END-IF.
052100
052200     ADD +1 TO CT-READ (WS-CURRENT-FX).
052300
052400     EVALUATE WS-CURRENT-FX
052500         WHEN FX-STUDENT-MASTER
052600             PERFORM 200-SCRAMBLE-MASTER THRU 209-EXIT
052700         WHEN FX-AR-BALANCE
052800             PERFORM 300-SCRAMBLE-BALANCE THRU 309-EXIT
052900         WHEN FX-AR-DETAIL
053000             PERFORM 310-SCRAMBLE-DETAIL THRU 319-EXIT
053100         WHEN FX-AID-TABLE
053200             PERFORM 320-SCRAMBLE-AWARD THRU 329-EXIT
053300     END-EVALUATE.
053400
053500     MOVE VSIO-RECORD-LENGTH OF PRODUCTION-FILE
053600         TO VSIO-RECORD-LENGTH OF TEST-FILE.
053700     MOVE VSIO-WRITE TO VSIO-COMMAND.
053800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053900                         TEST-FILE,
054000                         COPY-RECORD.
054100*    END-CALL.
054200     EVALUATE TRUE
054300         WHEN VSIO-SUCCESS
054400             ADD +1 TO CT-WRITTEN (WS-CURRENT-FX)
054500         WHEN VSIO-RECORD-NOT-FOUND
054600             ADD +1 TO CT-DUPLICATES (WS-CURRENT-FX)
054700             MOVE +0 TO VSIO-RETURN-CODE
054800         WHEN OTHER
054900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
055000             ADD +1 TO CT-ERRORS (WS-CURRENT-FX)
055100     END-EVALUATE.
055200
055300 119-EXIT.
055400     EXIT.
055500
055600* ************************************************************** *
055700* REPLACES THE NAME AND STREET ADDRESS ON A DEMOGRAPHIC RECORD   *
055800* (KEY-ID 000, 83 BYTES) WITH THE STUDENT'S MADE-UP ONES.  THE   *
055900* NAME IS BUILT 'LAST, FIRST'.  CITY, STATE AND ZIP ARE KEPT SO  *
056000* GEOGRAPHIC REPORTS STILL HAVE REALISTIC DATA TO WORK WITH.     *
056100* ************************************************************** *
056200 200-SCRAMBLE-MASTER.
056300
056400     IF VSIO-RECORD-LENGTH OF PRODUCTION-FILE NOT EQUAL +83
056500     OR SIR-KEY-ID NOT EQUAL ZERO
056600         GO TO 209-EXIT.
056700*    END-IF.
056800
056900     MOVE SIR-STUDENT-ID TO WS-HASH-ID.
057000     PERFORM 400-HASH-STUDENT-ID THRU 409-EXIT.
057100
057200     MOVE SPACES TO SIR-NAME.
057300     STRING LAST-NAME (LAST-NAME-IDX) DELIMITED BY SPACE
057400            ', ' DELIMITED BY SIZE
057500            FIRST-NAME (FIRST-NAME-IDX) DELIMITED BY SPACE
057600         INTO SIR-NAME.
057700*    END-STRING.
057800
057900     MOVE SPACES TO SIR-ADDRESS.
058000     STRING WS-HOUSE-NUMBER DELIMITED BY SIZE
058100            ' ' DELIMITED BY SIZE
058200            STREET-NAME (STREET-IDX) DELIMITED BY '  '
058300         INTO SIR-ADDRESS.
058400*    END-STRING.
058500
058600     ADD +1 TO CT-SCRAMBLED (WS-CURRENT-FX).
058700
058800 209-EXIT.
058900     EXIT.
059000
059100* ************************************************************** *
059200* SCALES THE ARBAL BALANCE BY THE STUDENT'S FACTOR.  THE DATES   *
059300* ARE KEPT SO AGING AND DUNNING STILL BEHAVE IN TEST.            *
059400* ************************************************************** *
059500 300-SCRAMBLE-BALANCE.
059600
059700     MOVE ABR-STUDENT-ID TO WS-HASH-ID.
059800     PERFORM 400-HASH-STUDENT-ID THRU 409-EXIT.
059900
060000     COMPUTE ABR-BALANCE ROUNDED = ABR-BALANCE * WS-FACTOR.
060100     ADD +1 TO CT-SCRAMBLED (WS-CURRENT-FX).
060200
060300 309-EXIT.
060400     EXIT.
060500
060600* ************************************************************** *
060700* SCALES AN ARDETL JOURNAL ENTRY.  THE BALANCE AFTER THE ENTRY   *
060800* AND THE BALANCE BEFORE IT (BALANCE LESS AMOUNT) ARE BOTH       *
060900* SCALED AND ROUNDED, AND THE NEW AMOUNT IS THEIR DIFFERENCE.    *
061000* BECAUSE EVERY BALANCE IS ROUNDED THE SAME WAY ARBAL'S IS, THE  *
061100* SCALED AMOUNTS STILL ADD UP TO THE SCALED BALANCES AND THE     *
061200* LAST ENTRY STILL EQUALS THE TEST ARBAL BALANCE.                *
061300* ************************************************************** *
061400 310-SCRAMBLE-DETAIL.
061500
061600     MOVE ARD-STUDENT-ID TO WS-HASH-ID.
061700     PERFORM 400-HASH-STUDENT-ID THRU 409-EXIT.
061800
061900     COMPUTE WS-PRIOR-BALANCE = ARD-BALANCE - ARD-AMOUNT.
062000     COMPUTE WS-NEW-BALANCE ROUNDED = ARD-BALANCE * WS-FACTOR.
062100     COMPUTE WS-NEW-PRIOR-BALANCE ROUNDED =
062200         WS-PRIOR-BALANCE * WS-FACTOR.
062300     MOVE WS-NEW-BALANCE TO ARD-BALANCE.
062400     COMPUTE ARD-AMOUNT = WS-NEW-BALANCE - WS-NEW-PRIOR-BALANCE.
062500     ADD +1 TO CT-SCRAMBLED (WS-CURRENT-FX).
062600
062700 319-EXIT.
062800     EXIT.
062900
063000* ************************************************************** *
063100* SCALES THE AWARDED AND DISBURSED AMOUNTS OF AN AIDTBL AWARD.   *
063200* ONE FACTOR FOR BOTH KEEPS DISBURSED FROM EVER EXCEEDING THE    *
063300* AWARD.                                                         *
063400* ************************************************************** *
063500 320-SCRAMBLE-AWARD.
063600
063700     MOVE AWD-STUDENT-ID TO WS-HASH-ID.
063800     PERFORM 400-HASH-STUDENT-ID THRU 409-EXIT.
063900
064000     COMPUTE AWD-AMOUNT ROUNDED = AWD-AMOUNT * WS-FACTOR.
064100     COMPUTE AWD-DISBURSED ROUNDED = AWD-DISBURSED * WS-FACTOR.
064200     ADD +1 TO CT-SCRAMBLED (WS-CURRENT-FX).
064300
064400 329-EXIT.
064500     EXIT.
064600
064700* ************************************************************** *
064800* HASHES THE STUDENT ID IN WS-HASH-ID TO A NUMBER FROM 0 TO      *
064900* 9972 (EACH CHARACTER'S CODE FOLDED IN TIMES 31, MODULO 9973)   *
065000* AND FROM IT PICKS THE FIRST NAME, LAST NAME, HOUSE NUMBER,     *
065100* STREET AND THE SCALING FACTOR (.40 TO .98).  NOTHING BUT THE   *
065200* ID GOES IN, SO THE RESULTS ARE THE SAME FOR THE STUDENT IN     *
065300* EVERY CLUSTER AND ON EVERY RUN.                                *
065400* ************************************************************** *
065500 400-HASH-STUDENT-ID.
065600
065700     MOVE ZERO TO WS-HASH.
065800     MOVE 1 TO HASH-IDX.
065900     PERFORM 410-HASH-ONE-CHARACTER
066000        THRU 410-EXIT
066100       UNTIL HASH-IDX GREATER THAN 7.
066200*    END-PERFORM.
066300
066400     DIVIDE WS-HASH BY 40
066500         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
066600     COMPUTE FIRST-NAME-IDX = WS-REMAINDER + 1.
066700     DIVIDE WS-QUOTIENT BY 50
066800         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
066900     COMPUTE LAST-NAME-IDX = WS-REMAINDER + 1.
067000
067100     DIVIDE WS-HASH BY 50
067200         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
067300     DIVIDE WS-QUOTIENT BY 20
067400         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
067500     COMPUTE STREET-IDX = WS-REMAINDER + 1.
067600
067700     COMPUTE WS-HASH-WORK = WS-HASH * 7.
067800     DIVIDE WS-HASH-WORK BY 9000
067900         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
068000     COMPUTE WS-HOUSE-NUMBER = WS-REMAINDER + 100.
068100
068200     DIVIDE WS-HASH BY 59
068300         GIVING WS-QUOTIENT REMAINDER WS-REMAINDER.
068400     COMPUTE WS-FACTOR = (WS-REMAINDER + 40) / 100.
068500
068600 409-EXIT.
068700     EXIT.
068800
068900 410-HASH-ONE-CHARACTER.
069000
069100     MOVE ZERO TO WS-ORD-VALUE.
069200     MOVE WS-HASH-CHAR (HASH-IDX) TO WS-ORD-LOW.
069300     COMPUTE WS-HASH-WORK = WS-HASH * 31 + WS-ORD-VALUE.
069400     DIVIDE WS-HASH-WORK BY 9973
069500         GIVING WS-QUOTIENT REMAINDER WS-HASH.
069600     ADD 1 TO HASH-IDX.
069700
069800 410-EXIT.
069900     EXIT.
070000
070100* ************************************************************** *
070200* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
070300* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
070400* PROGRAM IN THIS SUITE.                                         *
070500* ************************************************************** *
070600 500-DISPLAY-UNKNOWN-ERROR.
070700
070800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
070900     EXHIBIT NAMED VSIO-RETURN-CODE.
071000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
071100                   VSIO-VSAM-FUNCTION-CODE,
071200                   VSIO-VSAM-FEEDBACK-CODE.
071300
071400 509-EXIT.
071500     EXIT.
071600
071700* ************************************************************** *
071800* PRINTS ONE CLUSTER'S LINE OF THE CONTROL REPORT.  A CLUSTER    *
071900* THAT WAS NOT OPENED, OR WHOSE TEST COUNT DIFFERS FROM ITS      *
072000* PRODUCTION COUNT, FAILS THE RUN.                               *
072100* ************************************************************** *
072200 600-PRINT-CLUSTER.
072300
072400     MOVE CE-PROD-DDNAME (WS-CURRENT-FX) TO DL-PROD-DDNAME.
072500     MOVE CE-TEST-DDNAME (WS-CURRENT-FX) TO DL-TEST-DDNAME.
072600     MOVE CT-READ (WS-CURRENT-FX) TO DL-READ.
072700     MOVE CT-WRITTEN (WS-CURRENT-FX) TO DL-WRITTEN.
072800     MOVE CT-SCRAMBLED (WS-CURRENT-FX) TO DL-SCRAMBLED.
072900     MOVE CT-DUPLICATES (WS-CURRENT-FX) TO DL-DUPLICATES.
073000     MOVE CT-ERRORS (WS-CURRENT-FX) TO DL-ERRORS.
073100
073200     IF CT-OPEN-FAILED (WS-CURRENT-FX)
073300         MOVE '*** NOT COPIED - OPEN FAILED' TO DL-STATUS
073400         MOVE 'Y' TO WS-MISMATCH-SWITCH
073500     ELSE
073600         IF CT-WRITTEN (WS-CURRENT-FX)
073700                EQUAL CT-READ (WS-CURRENT-FX)
073800         AND CT-ERRORS (WS-CURRENT-FX) EQUAL ZERO
073900             MOVE 'COUNTS MATCH' TO DL-STATUS
074000         ELSE
074100             MOVE '*** COUNTS DO NOT MATCH' TO DL-STATUS
074200             MOVE 'Y' TO WS-MISMATCH-SWITCH.
074300*        END-IF.
074400*    END-IF.
074500     WRITE REPORT-LINE FROM DETAIL-LINE.
074600
074700     DISPLAY 'DEIDCOPY: ' CE-PROD-DDNAME (WS-CURRENT-FX)
074800             ' READ ' CT-READ (WS-CURRENT-FX)
074900             ' WRITTEN ' CT-WRITTEN (WS-CURRENT-FX).
075000     ADD 1 TO WS-CURRENT-FX.
075100
075200 609-EXIT.
075300     EXIT.
