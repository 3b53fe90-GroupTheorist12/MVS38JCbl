000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VSMHLTH.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* WEEKLY VSAM CLUSTER HEALTH REPORT.  READS THE IDCAMS LISTCAT  *
000900* ALL LISTING OF THE PRODUCTION CATALOG LEVELS (DDNAME LISTCAT, *
001000* WRITTEN BY THE FIRST STEP OF JCL/VSMHLTH.JCL) AND, FOR EVERY  *
001100* CLUSTER ON IT, TAKES FROM THE DATA COMPONENT'S STATISTICS AND *
001200* ALLOCATION GROUPS:                                            *
001300*   REC-TOTAL, SPLITS-CI, SPLITS-CA, EXTENTS, FREESPACE-%CI,    *
001400*   FREESPACE-%CA, FREESPC, HI-U-RBA AND HI-A-RBA.              *
001500* INDEX COMPONENTS, ALTERNATE INDEXES, PATHS, GDG BASES AND     *
001600* NON-VSAM ENTRIES ARE PASSED OVER.                             *
001700*                                                               *
001800* LAST WEEK'S FIGURES COME FROM THE CURRENT GENERATION OF THE   *
001900* CLUSTER HISTORY FILE (DDNAME CLSHPREV, DUMMY ON THE FIRST     *
002000* RUN) AND THIS WEEK'S ARE WRITTEN TO THE NEXT (DDNAME          *
002100* CLSHIST).  THE REPORT (SYSPRINT) SHOWS EACH CLUSTER'S FIGURES *
002200* FOR THIS WEEK, LAST WEEK AND THE CHANGE, WITH THE PERCENT OF  *
002300* THE ALLOCATED SPACE IN USE.  SPLIT COUNTS THAT WENT DOWN ARE  *
002400* NOTED AS A REORGANIZATION SINCE THE LAST RUN.                 *
002500*                                                               *
002600* A CLUSTER IS FLAGGED FOR THE NEXT REORG WINDOW WHEN ITS CI    *
002700* SPLITS, CA SPLITS OR EXTENTS ARE AT OR OVER THE THRESHOLDS ON *
002800* THE SYSIN CARD; ONE THAT WAS UNDER THEM LAST WEEK IS MARKED   *
002900* AS CROSSED THIS WEEK.  THE FLAGGED CLUSTERS, AND ANY CLUSTER  *
003000* ON LAST WEEK'S HISTORY THAT IS MISSING FROM THIS LISTING, ARE *
003100* LISTED AGAIN AT THE END.  THE RUN ENDS RC 4 WHEN ANY CLUSTER  *
003200* IS FLAGGED, AND RC 8 WHEN THE LISTING HOLDS NO CLUSTERS AT    *
003300* ALL (IN WHICH CASE LAST WEEK'S HISTORY IS CARRIED FORWARD     *
003400* UNCHANGED).                                                   *
003500*                                                               *
003600* SYSIN CARD (ANY FIELD LEFT BLANK TAKES THE DEFAULT):          *
003700*   COLS  1-7   CI SPLIT THRESHOLD              (DEFAULT 500)   *
003800*   COLS  8-11  CA SPLIT THRESHOLD              (DEFAULT 5)     *
003900*   COLS 12-14  EXTENT THRESHOLD                (DEFAULT 8)     *
004000*                                                               *
004100* MODIFICATION HISTORY.                                         *
004200*   DATE       INIT  DESCRIPTION                                *
004300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004400* ************************************************************* *
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. IBM-370.
004900 OBJECT-COMPUTER. IBM-370.
005000
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300
005400     SELECT CONTROL-CARD-FILE
005500         ASSIGN TO UT-S-SYSIN.
005600
005700     SELECT LISTCAT-FILE
005800         ASSIGN TO UT-S-LISTCAT.
005900
006000     SELECT PRIOR-HISTORY-FILE
006100         ASSIGN TO UT-S-CLSHPREV.
006200
006300     SELECT HISTORY-FILE
006400         ASSIGN TO UT-S-CLSHIST.
006500
006600     SELECT REPORT-FILE
006700         ASSIGN TO UR-1403-S-SYSPRINT.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CONTROL-CARD-FILE
007200     LABEL RECORDS ARE OMITTED
007300     RECORD CONTAINS 80 CHARACTERS
007400     BLOCK CONTAINS 0 RECORDS
007500     DATA RECORD IS CONTROL-CARD-RECORD.
007600 01  CONTROL-CARD-RECORD.
007700     02  CC-CI-THRESHOLD         PIC X(07).
007800     02  CC-CA-THRESHOLD         PIC X(04).
007900     02  CC-EXTENT-THRESHOLD     PIC X(03).
008000     02  FILLER                  PIC X(66).
008100
008200* ************************************************************** *
008300* THE IDCAMS LISTING IS VARIABLE-BLOCKED WITH A CARRIAGE-CONTROL *
008400* BYTE IN FRONT OF EACH PRINT LINE.                              *
008500* ************************************************************** *
008600 FD  LISTCAT-FILE
008700     RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
008800         DEPENDING ON LISTCAT-LENGTH
008900     LABEL RECORDS ARE STANDARD
009000     BLOCK CONTAINS 0 RECORDS
009100     DATA RECORD IS LISTCAT-RECORD.
009200 01  LISTCAT-RECORD              PIC X(121).
009300
009400 FD  PRIOR-HISTORY-FILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 160 CHARACTERS
009700     BLOCK CONTAINS 0 RECORDS
009800     DATA RECORD IS PRIOR-HISTORY-RECORD.
009900 01  PRIOR-HISTORY-RECORD.
010000     02  PHR-CLUSTER-NAME        PIC X(44).
010100     02  PHR-RUN-DATE            PIC 9(08).
010200     02  PHR-VALUE               PIC 9(12) OCCURS 9 TIMES.
010300
010400* ************************************************************** *
010500* ONE RECORD PER CLUSTER PER WEEK.  THE NINE FIGURES ARE IN THE  *
010600* ORDER OF KEYWORD-TABLE.                                        *
010700* ************************************************************** *
010800 FD  HISTORY-FILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORD CONTAINS 160 CHARACTERS
011100     BLOCK CONTAINS 0 RECORDS
011200     DATA RECORD IS HISTORY-RECORD.
011300 01  HISTORY-RECORD.
011400     02  HR-CLUSTER-NAME         PIC X(44).
011500     02  HR-RUN-DATE             PIC 9(08).
011600     02  HR-VALUE                PIC 9(12) OCCURS 9 TIMES.
011700
011800 FD  REPORT-FILE
011900     LABEL RECORDS ARE OMITTED
012000     RECORD CONTAINS 132 CHARACTERS
012100     BLOCK CONTAINS 0 RECORDS
012200     DATA RECORD IS REPORT-LINE.
012300 01  REPORT-LINE                 PIC X(132).
012400
012500 WORKING-STORAGE SECTION.
012600 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
012700     88  END-OF-FILE                         VALUE 'Y'.
012800
012900 77  WS-ENTRY-SWITCH             PIC X(01)   VALUE SPACES.
013000     88  WS-IN-CLUSTER                       VALUE 'C'.
013100 77  WS-COMPONENT-SWITCH         PIC X(01)   VALUE SPACES.
013200     88  WS-IN-DATA-COMPONENT                VALUE 'D'.
013300 77  WS-MATCH-SWITCH             PIC X(01)   VALUE 'N'.
013400     88  WS-MATCH                            VALUE 'Y'.
013500 77  WS-CROSSED-SWITCH           PIC X(01)   VALUE 'N'.
013600     88  WS-CROSSED                          VALUE 'Y'.
013700
013800 77  LISTCAT-LENGTH              PIC S9(4) COMP  VALUE ZERO.
013900 77  LISTCAT-LINE-COUNTER        PIC S9(8) COMP  VALUE ZERO.
014000 77  CLUSTER-COUNT               PIC S9(4) COMP  VALUE ZERO.
014100 77  CLUSTER-IDX                 PIC S9(4) COMP  VALUE ZERO.
014200 77  CLUSTER-LIMIT               PIC S9(4) COMP  VALUE +300.
014300 77  PRIOR-COUNT                 PIC S9(4) COMP  VALUE ZERO.
014400 77  PRIOR-IDX                   PIC S9(4) COMP  VALUE ZERO.
014500 77  PRIOR-LIMIT                 PIC S9(4) COMP  VALUE +300.
014600 77  TOKEN-IDX                   PIC S9(4) COMP  VALUE ZERO.
014700 77  FIRST-TOKEN-IDX             PIC S9(4) COMP  VALUE ZERO.
014800 77  KEYWORD-IDX                 PIC S9(4) COMP  VALUE ZERO.
014900 77  VALUE-IDX                   PIC S9(4) COMP  VALUE ZERO.
015000 77  SCAN-POS                    PIC S9(4) COMP  VALUE ZERO.
015100 77  END-POS                     PIC S9(4) COMP  VALUE ZERO.
015200 77  DASH-POS                    PIC S9(4) COMP  VALUE ZERO.
015300 77  DIGIT-START                 PIC S9(4) COMP  VALUE ZERO.
015400 77  DIGIT-LENGTH                PIC S9(4) COMP  VALUE ZERO.
015500 77  FLAG-POINTER                PIC S9(4) COMP  VALUE ZERO.
015600 77  FLAGGED-COUNTER             PIC S9(8) COMP  VALUE ZERO.
015700 77  MISSING-COUNTER             PIC S9(8) COMP  VALUE ZERO.
015800
015900* ************************************************************** *
016000* FIGURE NUMBERS.  THESE INDEX KEYWORD-TABLE AND EVERY VALUE     *
016100* ARRAY BELOW.                                                   *
016200* ************************************************************** *
016300 77  VX-RECORDS                  PIC S9(4) COMP  VALUE +1.
016400 77  VX-CI-SPLITS                PIC S9(4) COMP  VALUE +2.
016500 77  VX-CA-SPLITS                PIC S9(4) COMP  VALUE +3.
016600 77  VX-EXTENTS                  PIC S9(4) COMP  VALUE +4.
016700 77  VX-HI-U-RBA                 PIC S9(4) COMP  VALUE +8.
016800 77  VX-HI-A-RBA                 PIC S9(4) COMP  VALUE +9.
016900 77  VX-LIMIT                    PIC S9(4) COMP  VALUE +9.
017000
017100 77  WS-CI-THRESHOLD             PIC 9(07)   VALUE 500.
017200 77  WS-CA-THRESHOLD             PIC 9(04)   VALUE 5.
017300 77  WS-EXTENT-THRESHOLD         PIC 9(03)   VALUE 8.
017400
017500 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
017600 01  FILLER REDEFINES WS-RUN-DATE.
017700     02  WS-RUN-YY               PIC 9(02).
017800     02  WS-RUN-MM               PIC 9(02).
017900     02  WS-RUN-DD               PIC 9(02).
018000 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
018100 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
018200     02  WS-TODAY-CCYY           PIC 9(04).
018300     02  WS-TODAY-MM             PIC 9(02).
018400     02  WS-TODAY-DD             PIC 9(02).
018500 01  WS-PRIOR-CCYYMMDD           PIC 9(08)   VALUE ZERO.
018600 01  FILLER REDEFINES WS-PRIOR-CCYYMMDD.
018700     02  WS-PRIOR-CCYY           PIC 9(04).
018800     02  WS-PRIOR-MM             PIC 9(02).
018900     02  WS-PRIOR-DD             PIC 9(02).
019000
019100 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
019200
019300* ************************************************************** *
019400* THE LISTING LINE WITHOUT ITS CARRIAGE-CONTROL BYTE, AND THE    *
019500* BLANK-SEPARATED WORDS OF IT.  A STATISTIC PRINTS AS ONE WORD,  *
019600* KEYWORD AND VALUE JOINED BY DASHES (REC-TOTAL--------1234).    *
019700* ************************************************************** *
019800 01  WS-LISTCAT-LINE             PIC X(121)  VALUE SPACES.
019900 01  TOKEN-TABLE.
020000     02  TOKEN                   PIC X(44) OCCURS 8 TIMES.
020100
020200 01  WS-FLAG-WORK                PIC X(40)   VALUE SPACES.
020300
020400 01  WS-DIGITS                   PIC X(12)   JUSTIFIED RIGHT.
020500 01  WS-DIGITS-N REDEFINES WS-DIGITS
020600                                 PIC 9(12).
020700
020800* ************************************************************** *
020900* THE NINE LISTCAT FIELDS TAKEN FOR EACH CLUSTER, IN THE ORDER   *
021000* THEY ARE KEPT AND PRINTED, WITH THE LENGTH OF EACH KEYWORD     *
021100* INCLUDING ITS FIRST TRAILING DASH.                             *
021200* ************************************************************** *
021300 01  KEYWORD-VALUES.
021400     02  FILLER                  PIC X(14) VALUE 'REC-TOTAL-'.
021500     02  FILLER                  PIC 9(02) VALUE 10.
021600     02  FILLER                  PIC X(14) VALUE 'SPLITS-CI-'.
021700     02  FILLER                  PIC 9(02) VALUE 10.
021800     02  FILLER                  PIC X(14) VALUE 'SPLITS-CA-'.
021900     02  FILLER                  PIC 9(02) VALUE 10.
022000     02  FILLER                  PIC X(14) VALUE 'EXTENTS-'.
022100     02  FILLER                  PIC 9(02) VALUE 08.
022200     02  FILLER                  PIC X(14) VALUE 'FREESPACE-%CI-'.
022300     02  FILLER                  PIC 9(02) VALUE 14.
022400     02  FILLER                  PIC X(14) VALUE 'FREESPACE-%CA-'.
022500     02  FILLER                  PIC 9(02) VALUE 14.
022600     02  FILLER                  PIC X(14) VALUE 'FREESPC-'.
022700     02  FILLER                  PIC 9(02) VALUE 08.
022800     02  FILLER                  PIC X(14) VALUE 'HI-U-RBA-'.
022900     02  FILLER                  PIC 9(02) VALUE 09.
023000     02  FILLER                  PIC X(14) VALUE 'HI-A-RBA-'.
023100     02  FILLER                  PIC 9(02) VALUE 09.
023200 01  KEYWORD-TABLE REDEFINES KEYWORD-VALUES.
023300     02  KEYWORD-ENTRY OCCURS 9 TIMES.
023400         03  KW-TEXT             PIC X(14).
023500         03  KW-LENGTH           PIC 9(02).
023600
023700 01  CLUSTER-TABLE.
023800     02  CLUSTER-ENTRY OCCURS 300 TIMES.
023900         03  CL-NAME             PIC X(44).
024000         03  CL-VALUE            PIC 9(12) OCCURS 9 TIMES.
024100         03  CL-PRIOR-IDX        PIC S9(4) COMP.
024200         03  CL-FLAG-SWITCH      PIC X(01).
024300             88  CL-FLAGGED              VALUE 'Y'.
024400         03  CL-FLAG-TEXT        PIC X(86).
024500
024600 01  PRIOR-TABLE.
024700     02  PRIOR-ENTRY OCCURS 300 TIMES.
024800         03  PR-NAME             PIC X(44).
024900         03  PR-RUN-DATE         PIC 9(08).
025000         03  PR-VALUE            PIC 9(12) OCCURS 9 TIMES.
025100         03  PR-MATCHED-SWITCH   PIC X(01).
025200             88  PR-MATCHED              VALUE 'Y'.
025300
025400 01  PRINT-VALUES.
025500     02  PV-VALUE                PIC S9(13) COMP-3 OCCURS 9 TIMES.
025600     02  PV-PCT-USED             PIC S9(3)  COMP-3.
025700
025800 01  HEADING-LINE-1.
025900     02  FILLER                  PIC X(36) VALUE
026000         'VSMHLTH - VSAM CLUSTER HEALTH REPORT'.
026100     02  FILLER                  PIC X(10) VALUE
026200         '  RUN DATE'.
026300     02  FILLER                  PIC X(01) VALUE SPACES.
026400     02  HL1-RUN-MM              PIC 9(02).
026500     02  FILLER                  PIC X(01) VALUE '/'.
026600     02  HL1-RUN-DD              PIC 9(02).
026700     02  FILLER                  PIC X(01) VALUE '/'.
026800     02  HL1-RUN-CCYY            PIC 9(04).
026900     02  FILLER                  PIC X(20) VALUE
027000         '   LAST WEEK AS OF  '.
027100     02  HL1-PRIOR-DATE          PIC X(10).
027200     02  FILLER                  PIC X(45) VALUE SPACES.
027300
027400 01  HEADING-LINE-2.
027500     02  FILLER                  PIC X(22) VALUE
027600         'REORG THRESHOLDS:  CI '.
027700     02  HL2-CI-THRESHOLD        PIC Z,ZZZ,ZZ9.
027800     02  FILLER                  PIC X(06) VALUE '  CA '.
027900     02  HL2-CA-THRESHOLD        PIC Z,ZZ9.
028000     02  FILLER                  PIC X(11) VALUE '  EXTENTS '.
028100     02  HL2-EXTENT-THRESHOLD    PIC ZZ9.
028200     02  FILLER                  PIC X(76) VALUE SPACES.
028300
028400 01  HEADING-LINE-3.
028500     02  FILLER                  PIC X(40) VALUE
028600         '                                        '.
028700     02  FILLER                  PIC X(40) VALUE
028800         'CI       CA          FS%  FS%       FREE'.
028900     02  FILLER                  PIC X(40) VALUE
029000         ' SPACE        HIGH-USED       HIGH-ALLOC'.
029100     02  FILLER                  PIC X(12) VALUE
029200         '  PCT'.
029300
029400 01  HEADING-LINE-4.
029500     02  FILLER                  PIC X(40) VALUE
029600         '                      RECORDS       SPLI'.
029700     02  FILLER                  PIC X(40) VALUE
029800         'TS   SPLITS EXTENTS   CI   CA           '.
029900     02  FILLER                  PIC X(40) VALUE
030000         ' BYTES              RBA              RBA'.
030100     02  FILLER                  PIC X(12) VALUE
030200         ' USED'.
030300
030400 01  CLUSTER-LINE.
030500     02  CLL-NAME                PIC X(44).
030600     02  FILLER                  PIC X(02) VALUE SPACES.
030700     02  CLL-FLAG-TEXT           PIC X(86).
030800
030900 01  DETAIL-LINE.
031000     02  DL-LABEL                PIC X(14).
031100     02  DL-RECORDS              PIC ZZ,ZZZ,ZZZ,ZZ9-.
031200     02  FILLER                  PIC X(01) VALUE SPACES.
031300     02  DL-CI-SPLITS            PIC ZZZ,ZZZ,ZZ9-.
031400     02  FILLER                  PIC X(01) VALUE SPACES.
031500     02  DL-CA-SPLITS            PIC ZZZ,ZZ9-.
031600     02  FILLER                  PIC X(01) VALUE SPACES.
031700     02  DL-EXTENTS              PIC ZZ,ZZ9-.
031800     02  FILLER                  PIC X(01) VALUE SPACES.
031900     02  DL-FREESPACE-CI         PIC ZZ9-.
032000     02  FILLER                  PIC X(01) VALUE SPACES.
032100     02  DL-FREESPACE-CA         PIC ZZ9-.
032200     02  FILLER                  PIC X(01) VALUE SPACES.
032300     02  DL-FREESPC              PIC ZZZ,ZZZ,ZZZ,ZZ9-.
032400     02  FILLER                  PIC X(01) VALUE SPACES.
032500     02  DL-HI-U-RBA             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
032600     02  FILLER                  PIC X(01) VALUE SPACES.
032700     02  DL-HI-A-RBA             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
032800     02  FILLER                  PIC X(01) VALUE SPACES.
032900     02  DL-PCT-USED             PIC ZZZZ.
033000     02  FILLER                  PIC X(07) VALUE SPACES.
033100
033200 01  SUMMARY-LINE.
033300     02  SL-TEXT                 PIC X(60).
033400     02  SL-COUNT                PIC ZZZ9.
033500     02  FILLER                  PIC X(68) VALUE SPACES.
033600
033700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
033800
033900 PROCEDURE DIVISION.
034000
034100 000-INITIATE.
034200
034300     ACCEPT WS-RUN-DATE FROM DATE.
034400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
034500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
034600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
034700     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
034800     MOVE WS-RUN-MM TO WS-TODAY-MM.
034900     MOVE WS-RUN-DD TO WS-TODAY-DD.
035000
035100     OPEN INPUT CONTROL-CARD-FILE.
035200     MOVE SPACES TO CONTROL-CARD-RECORD.
035300     READ CONTROL-CARD-FILE
035400         AT END
035500             MOVE SPACES TO CONTROL-CARD-RECORD.
035600*    END-READ.
035700     CLOSE CONTROL-CARD-FILE.
035800
035900     IF CC-CI-THRESHOLD NOT EQUAL SPACES
036000         MOVE CC-CI-THRESHOLD TO WS-DIGITS
036100         INSPECT WS-DIGITS REPLACING LEADING SPACE BY ZERO
036200         IF WS-DIGITS-N NUMERIC AND WS-DIGITS-N GREATER THAN ZERO
036300             MOVE WS-DIGITS-N TO WS-CI-THRESHOLD.
036400*        END-IF
036500*    END-IF.
036600     IF CC-CA-THRESHOLD NOT EQUAL SPACES
036700         MOVE CC-CA-THRESHOLD TO WS-DIGITS
036800         INSPECT WS-DIGITS REPLACING LEADING SPACE BY ZERO
036900         IF WS-DIGITS-N NUMERIC AND WS-DIGITS-N GREATER THAN ZERO
037000             MOVE WS-DIGITS-N TO WS-CA-THRESHOLD.
037100*        END-IF
037200*    END-IF.
037300     IF CC-EXTENT-THRESHOLD NOT EQUAL SPACES
037400         MOVE CC-EXTENT-THRESHOLD TO WS-DIGITS
037500         INSPECT WS-DIGITS REPLACING LEADING SPACE BY ZERO
037600         IF WS-DIGITS-N NUMERIC AND WS-DIGITS-N GREATER THAN ZERO
037700             MOVE WS-DIGITS-N TO WS-EXTENT-THRESHOLD.
037800*        END-IF
037900*    END-IF.
038000
038100     OPEN INPUT PRIOR-HISTORY-FILE.
038200     MOVE 'N' TO END-OF-FILE-SWITCH.
038300     PERFORM 100-LOAD-PRIOR-HISTORY
038400        THRU 109-EXIT
038500       UNTIL END-OF-FILE.
038600*    END-PERFORM.
038700     CLOSE PRIOR-HISTORY-FILE.
038800
038900     OPEN INPUT LISTCAT-FILE.
039000     MOVE 'N' TO END-OF-FILE-SWITCH.
039100     PERFORM 200-READ-LISTCAT-LINE
039200        THRU 209-EXIT
039300       UNTIL END-OF-FILE.
039400*    END-PERFORM.
039500     CLOSE LISTCAT-FILE.
039600
039700     OPEN OUTPUT REPORT-FILE.
039800     OPEN OUTPUT HISTORY-FILE.
039900     MOVE WS-TODAY-MM TO HL1-RUN-MM.
040000     MOVE WS-TODAY-DD TO HL1-RUN-DD.
040100     MOVE WS-TODAY-CCYY TO HL1-RUN-CCYY.
040200     IF PRIOR-COUNT EQUAL ZERO
040300         MOVE 'NO HISTORY' TO HL1-PRIOR-DATE
040400     ELSE
040500         MOVE PR-RUN-DATE (1) TO WS-PRIOR-CCYYMMDD
040600         MOVE SPACES TO HL1-PRIOR-DATE
040700         STRING WS-PRIOR-MM '/' WS-PRIOR-DD '/' WS-PRIOR-CCYY
040800             DELIMITED BY SIZE INTO HL1-PRIOR-DATE.
040900*        END-STRING
041000*    END-IF.
041100     MOVE WS-CI-THRESHOLD TO HL2-CI-THRESHOLD.
041200     MOVE WS-CA-THRESHOLD TO HL2-CA-THRESHOLD.
041300     MOVE WS-EXTENT-THRESHOLD TO HL2-EXTENT-THRESHOLD.
041400     WRITE REPORT-LINE FROM HEADING-LINE-1
041500         AFTER ADVANCING PAGE.
041600     WRITE REPORT-LINE FROM HEADING-LINE-2.
041700     WRITE REPORT-LINE FROM BLANK-LINE.
041800     WRITE REPORT-LINE FROM HEADING-LINE-3.
041900     WRITE REPORT-LINE FROM HEADING-LINE-4.
042000
042100 010-PROCESS.
042200
042300     IF CLUSTER-COUNT EQUAL ZERO
042400         PERFORM 700-CARRY-HISTORY-FORWARD THRU 709-EXIT
042500         WRITE REPORT-LINE FROM BLANK-LINE
042600         MOVE '*** NO CLUSTERS FOUND ON THE LISTCAT LISTING -'
042700             TO SL-TEXT
042800         WRITE REPORT-LINE FROM SUMMARY-LINE
042900         MOVE '    HISTORY CARRIED FORWARD UNCHANGED ***'
043000             TO SL-TEXT
043100         WRITE REPORT-LINE FROM SUMMARY-LINE
043200         DISPLAY 'VSMHLTH: NO CLUSTERS ON THE LISTCAT LISTING'
043300         MOVE +8 TO RETURN-CODE
043400         GO TO 020-TERMINATE.
043500*    END-IF.
043600
043700     MOVE 1 TO CLUSTER-IDX.
043800     PERFORM 400-REPORT-CLUSTER
043900        THRU 409-EXIT
044000       UNTIL CLUSTER-IDX GREATER THAN CLUSTER-COUNT.
044100*    END-PERFORM.
044200
044300     WRITE REPORT-LINE FROM BLANK-LINE.
044400     MOVE 'CLUSTERS FLAGGED FOR THE NEXT REORG WINDOW:'
044500         TO SL-TEXT.
044600     MOVE FLAGGED-COUNTER TO SL-COUNT.
044700     WRITE REPORT-LINE FROM SUMMARY-LINE.
044800     MOVE 1 TO CLUSTER-IDX.
044900     PERFORM 500-LIST-FLAGGED
045000        THRU 509-EXIT
045100       UNTIL CLUSTER-IDX GREATER THAN CLUSTER-COUNT.
045200*    END-PERFORM.
045300
045400     WRITE REPORT-LINE FROM BLANK-LINE.
045500     MOVE 'CLUSTERS ON LAST WEEK''S HISTORY NOT ON THIS LISTING:'
045600         TO SL-TEXT.
045700     MOVE ZERO TO SL-COUNT.
045800     WRITE REPORT-LINE FROM SUMMARY-LINE.
045900     MOVE 1 TO PRIOR-IDX.
046000     PERFORM 510-LIST-MISSING
046100        THRU 519-EXIT
046200       UNTIL PRIOR-IDX GREATER THAN PRIOR-COUNT.
046300*    END-PERFORM.
046400
046500     IF FLAGGED-COUNTER GREATER THAN ZERO
046600         MOVE +4 TO RETURN-CODE.
046700*    END-IF.
046800
046900 020-TERMINATE.
047000
047100     CLOSE HISTORY-FILE.
047200     CLOSE REPORT-FILE.
047300
047400     DISPLAY 'VSMHLTH: LISTCAT LINES READ: ' LISTCAT-LINE-COUNTER.
047500     DISPLAY 'VSMHLTH: CLUSTERS REPORTED:  ' CLUSTER-COUNT.
047600     DISPLAY 'VSMHLTH: CLUSTERS FLAGGED:   ' FLAGGED-COUNTER.
047700     DISPLAY 'VSMHLTH: CLUSTERS MISSING:   ' MISSING-COUNTER.
047800     STOP RUN.
047900
048000* ************************************************************** *
048100* LOADS LAST WEEK'S FIGURES, ONE RECORD PER CLUSTER.             *
048200* ************************************************************** *
048300 100-LOAD-PRIOR-HISTORY.
048400
048500     READ PRIOR-HISTORY-FILE
048600         AT END
048700             MOVE 'Y' TO END-OF-FILE-SWITCH
048800             GO TO 109-EXIT.
048900*    END-READ.
049000
049100     IF PRIOR-COUNT NOT LESS THAN PRIOR-LIMIT
049200         DISPLAY 'VSMHLTH: MORE THAN 300 CLUSTERS ON THE '
049300                 'HISTORY - IGNORED: ' PHR-CLUSTER-NAME
049400         GO TO 109-EXIT.
049500*    END-IF.
049600
049700     ADD +1 TO PRIOR-COUNT.
049800     MOVE PHR-CLUSTER-NAME TO PR-NAME (PRIOR-COUNT).
049900     MOVE PHR-RUN-DATE TO PR-RUN-DATE (PRIOR-COUNT).
050000     MOVE 'N' TO PR-MATCHED-SWITCH (PRIOR-COUNT).
050100     MOVE 1 TO VALUE-IDX.
050200     PERFORM 105-LOAD-PRIOR-VALUE
050300        THRU 105-EXIT
050400       UNTIL VALUE-IDX GREATER THAN VX-LIMIT.
050500*    END-PERFORM.
050600
050700 109-EXIT.
050800     EXIT.
050900
051000 105-LOAD-PRIOR-VALUE.
051100
051200     MOVE PHR-VALUE (VALUE-IDX)
051300         TO PR-VALUE (PRIOR-COUNT, VALUE-IDX).
051400     ADD 1 TO VALUE-IDX.
051500
051600 105-EXIT.
051700     EXIT.
051800
051900* ************************************************************** *
052000* READS ONE LINE OF THE LISTING.  AN ENTRY LINE (TYPE, DASHES,   *
052100* NAME) STARTS A NEW ENTRY OR COMPONENT; WITHIN THE DATA         *
052200* COMPONENT OF A CLUSTER, AHEAD OF ITS VOLUME GROUP, EVERY WORD  *
052300* IS CHECKED AGAINST KEYWORD-TABLE.  THE VOLUME GROUP IS SKIPPED *
052400* BECAUSE IT REPEATS THE RBA FIGURES PER VOLUME.                 *
052500* ************************************************************** *
052600 200-READ-LISTCAT-LINE.
052700
052800     READ LISTCAT-FILE
052900         AT END
053000             MOVE 'Y' TO END-OF-FILE-SWITCH
053100             GO TO 209-EXIT.
053200*    END-READ.
053300     ADD +1 TO LISTCAT-LINE-COUNTER.
053400
053500     IF LISTCAT-LENGTH LESS THAN 2
053600         GO TO 209-EXIT.
053700*    END-IF.
053800     IF LISTCAT-LENGTH GREATER THAN 121
053900         MOVE 121 TO LISTCAT-LENGTH.
054000*    END-IF.
054100     MOVE SPACES TO WS-LISTCAT-LINE.
054200     MOVE LISTCAT-RECORD (1:LISTCAT-LENGTH) TO WS-LISTCAT-LINE.
054300
054400     MOVE SPACES TO TOKEN-TABLE.
054500     UNSTRING WS-LISTCAT-LINE (2:120) DELIMITED BY ALL SPACE
054600         INTO TOKEN (1), TOKEN (2), TOKEN (3), TOKEN (4),
054700              TOKEN (5), TOKEN (6), TOKEN (7), TOKEN (8).
054800*    END-UNSTRING.
054900
055000     MOVE 1 TO FIRST-TOKEN-IDX.
055100     IF TOKEN (1) EQUAL SPACES
055200         MOVE 2 TO FIRST-TOKEN-IDX.
055300*    END-IF.
055400     IF TOKEN (FIRST-TOKEN-IDX) EQUAL SPACES
055500         GO TO 209-EXIT.
055600*    END-IF.
055700
055800     IF FIRST-TOKEN-IDX LESS THAN 7
055900     AND TOKEN (FIRST-TOKEN-IDX + 1) (1:3) EQUAL '---'
056000         PERFORM 210-START-ENTRY THRU 219-EXIT
056100         GO TO 209-EXIT.
056200*    END-IF.
056300
056400     IF TOKEN (FIRST-TOKEN-IDX) EQUAL 'VOLUME'
056500         MOVE 'V' TO WS-COMPONENT-SWITCH
056600         GO TO 209-EXIT.
056700*    END-IF.
056800
056900     IF NOT WS-IN-CLUSTER
057000     OR NOT WS-IN-DATA-COMPONENT
057100         GO TO 209-EXIT.
057200*    END-IF.
057300
057400     MOVE FIRST-TOKEN-IDX TO TOKEN-IDX.
057500     PERFORM 220-CHECK-TOKEN
057600        THRU 229-EXIT
057700       UNTIL TOKEN-IDX GREATER THAN 8.
057800*    END-PERFORM.
057900
058000 209-EXIT.
058100     EXIT.
058200
058300* ************************************************************** *
058400* AN ENTRY LINE.  A CLUSTER OPENS A NEW CLUSTER-TABLE ENTRY;     *
058500* DATA AND INDEX SWITCH THE COMPONENT WITHIN IT; ANY OTHER ENTRY *
058600* TYPE ENDS THE CLUSTER SO NOTHING MORE IS COLLECTED UNTIL THE   *
058700* NEXT CLUSTER LINE.                                             *
058800* ************************************************************** *
058900 210-START-ENTRY.
059000
059100     EVALUATE TOKEN (FIRST-TOKEN-IDX)
059200         WHEN 'CLUSTER'
059300             MOVE SPACES TO WS-COMPONENT-SWITCH
059400             IF CLUSTER-COUNT NOT LESS THAN CLUSTER-LIMIT
059500                 DISPLAY 'VSMHLTH: MORE THAN 300 CLUSTERS - '
059600                         'IGNORED: '
059700                         TOKEN (FIRST-TOKEN-IDX + 2)
059800                 MOVE SPACES TO WS-ENTRY-SWITCH
059900             ELSE
060000                 MOVE 'C' TO WS-ENTRY-SWITCH
060100                 ADD +1 TO CLUSTER-COUNT
060200                 INITIALIZE CLUSTER-ENTRY (CLUSTER-COUNT)
060300                 MOVE TOKEN (FIRST-TOKEN-IDX + 2)
060400                     TO CL-NAME (CLUSTER-COUNT)
060500                 MOVE 'N' TO CL-FLAG-SWITCH (CLUSTER-COUNT)
060600             END-IF
060700         WHEN 'DATA'
060800             MOVE 'D' TO WS-COMPONENT-SWITCH
060900         WHEN 'INDEX'
061000             MOVE 'I' TO WS-COMPONENT-SWITCH
061100         WHEN OTHER
061200             MOVE SPACES TO WS-ENTRY-SWITCH
061300             MOVE SPACES TO WS-COMPONENT-SWITCH
061400     END-EVALUATE.
061500
061600 219-EXIT.
061700     EXIT.
061800
061900* ************************************************************** *
062000* CHECKS ONE WORD OF A DATA-COMPONENT LINE AGAINST EACH KEYWORD. *
062100* ************************************************************** *
062200 220-CHECK-TOKEN.
062300
062400     IF TOKEN (TOKEN-IDX) NOT EQUAL SPACES
062500         MOVE 'N' TO WS-MATCH-SWITCH
062600         MOVE 1 TO KEYWORD-IDX
062700         PERFORM 225-MATCH-KEYWORD
062800            THRU 225-EXIT
062900           UNTIL KEYWORD-IDX GREATER THAN VX-LIMIT
063000              OR WS-MATCH.
063100*        END-PERFORM
063200*    END-IF.
063300     ADD 1 TO TOKEN-IDX.
063400
063500 229-EXIT.
063600     EXIT.
063700
063800 225-MATCH-KEYWORD.
063900
064000     IF TOKEN (TOKEN-IDX) (1:KW-LENGTH (KEYWORD-IDX))
064100        EQUAL KW-TEXT (KEYWORD-IDX) (1:KW-LENGTH (KEYWORD-IDX))
064200         MOVE 'Y' TO WS-MATCH-SWITCH
064300         PERFORM 230-EXTRACT-VALUE THRU 239-EXIT
064400     ELSE
064500         ADD 1 TO KEYWORD-IDX.
064600*    END-IF.
064700
064800 225-EXIT.
064900     EXIT.
065000
065100* ************************************************************** *
065200* TAKES THE DIGITS AFTER THE LAST DASH OF THE WORD AS THE VALUE  *
065300* OF KEYWORD KEYWORD-IDX.  A VALUE THAT IS NOT ALL DIGITS (OR IS *
065400* LONGER THAN 12) IS LEFT AT ZERO.                               *
065500* ************************************************************** *
065600 230-EXTRACT-VALUE.
065700
065800     MOVE ZERO TO END-POS.
065900     MOVE ZERO TO DASH-POS.
066000     MOVE 44 TO SCAN-POS.
066100     PERFORM 232-SKIP-TRAILING-SPACE
066200        THRU 232-EXIT
066300       UNTIL SCAN-POS LESS THAN 1.
066400*    END-PERFORM.
066500     MOVE END-POS TO SCAN-POS.
066600     PERFORM 234-FIND-LAST-DASH
066700        THRU 234-EXIT
066800       UNTIL SCAN-POS LESS THAN 1.
066900*    END-PERFORM.
067000
067100     COMPUTE DIGIT-START = DASH-POS + 1.
067200     COMPUTE DIGIT-LENGTH = END-POS - DASH-POS.
067300     IF DIGIT-LENGTH LESS THAN 1
067400     OR DIGIT-LENGTH GREATER THAN 12
067500         GO TO 239-EXIT.
067600*    END-IF.
067700
067800     MOVE TOKEN (TOKEN-IDX) (DIGIT-START:DIGIT-LENGTH)
067900         TO WS-DIGITS.
068000     INSPECT WS-DIGITS REPLACING LEADING SPACE BY ZERO.
068100     IF WS-DIGITS-N NUMERIC
068200         MOVE WS-DIGITS-N
068300             TO CL-VALUE (CLUSTER-COUNT, KEYWORD-IDX).
068400*    END-IF.
068500
068600 239-EXIT.
068700     EXIT.
068800
068900 232-SKIP-TRAILING-SPACE.
069000
069100     IF TOKEN (TOKEN-IDX) (SCAN-POS:1) NOT EQUAL SPACE
069200         MOVE SCAN-POS TO END-POS
069300         MOVE ZERO TO SCAN-POS
069400         GO TO 232-EXIT.
069500*    END-IF.
069600     SUBTRACT 1 FROM SCAN-POS.
069700
069800 232-EXIT.
069900     EXIT.
070000
070100 234-FIND-LAST-DASH.
070200
070300     IF TOKEN (TOKEN-IDX) (SCAN-POS:1) EQUAL '-'
070400         MOVE SCAN-POS TO DASH-POS
070500         MOVE ZERO TO SCAN-POS
070600         GO TO 234-EXIT.
070700*    END-IF.
070800     SUBTRACT 1 FROM SCAN-POS.
070900
071000 234-EXIT.
071100     EXIT.
071200
071300* ************************************************************** *
071400* PRINTS ONE CLUSTER: ITS NAME AND FLAGS, THEN THIS WEEK, LAST   *
071500* WEEK AND THE CHANGE, AND WRITES THIS WEEK'S FIGURES TO THE NEW *
071600* HISTORY GENERATION.                                            *
071700* ************************************************************** *
071800 400-REPORT-CLUSTER.
071900
072000     PERFORM 410-FIND-PRIOR THRU 419-EXIT.
072100     PERFORM 420-SET-FLAGS THRU 429-EXIT.
072200
072300     WRITE REPORT-LINE FROM BLANK-LINE.
072400     MOVE CL-NAME (CLUSTER-IDX) TO CLL-NAME.
072500     MOVE CL-FLAG-TEXT (CLUSTER-IDX) TO CLL-FLAG-TEXT.
072600     WRITE REPORT-LINE FROM CLUSTER-LINE.
072700
072800     MOVE 1 TO VALUE-IDX.
072900     PERFORM 430-SET-THIS-WEEK
073000        THRU 430-EXIT
073100       UNTIL VALUE-IDX GREATER THAN VX-LIMIT.
073200*    END-PERFORM.
073300     MOVE ZERO TO PV-PCT-USED.
073400     IF CL-VALUE (CLUSTER-IDX, VX-HI-A-RBA) GREATER THAN ZERO
073500         COMPUTE PV-PCT-USED ROUNDED =
073600             CL-VALUE (CLUSTER-IDX, VX-HI-U-RBA) * 100
073700             / CL-VALUE (CLUSTER-IDX, VX-HI-A-RBA).
073800*    END-IF.
073900     MOVE '  THIS WEEK' TO DL-LABEL.
074000     PERFORM 440-FORMAT-DETAIL THRU 449-EXIT.
074100
074200     IF CL-PRIOR-IDX (CLUSTER-IDX) EQUAL ZERO
074300         MOVE SPACES TO DETAIL-LINE
074400         MOVE '  LAST WEEK   NOT ON LAST WEEK''S HISTORY'
074500             TO DETAIL-LINE
074600         WRITE REPORT-LINE FROM DETAIL-LINE
074700         GO TO 408-WRITE-HISTORY.
074800*    END-IF.
074900
075000     MOVE CL-PRIOR-IDX (CLUSTER-IDX) TO PRIOR-IDX.
075100     MOVE 1 TO VALUE-IDX.
075200     PERFORM 432-SET-LAST-WEEK
075300        THRU 432-EXIT
075400       UNTIL VALUE-IDX GREATER THAN VX-LIMIT.
075500*    END-PERFORM.
075600     MOVE ZERO TO PV-PCT-USED.
075700     IF PR-VALUE (PRIOR-IDX, VX-HI-A-RBA) GREATER THAN ZERO
075800         COMPUTE PV-PCT-USED ROUNDED =
075900             PR-VALUE (PRIOR-IDX, VX-HI-U-RBA) * 100
076000             / PR-VALUE (PRIOR-IDX, VX-HI-A-RBA).
076100*    END-IF.
076200     MOVE '  LAST WEEK' TO DL-LABEL.
076300     PERFORM 440-FORMAT-DETAIL THRU 449-EXIT.
076400
076500     MOVE 1 TO VALUE-IDX.
076600     PERFORM 434-SET-CHANGE
076700        THRU 434-EXIT
076800       UNTIL VALUE-IDX GREATER THAN VX-LIMIT.
076900*    END-PERFORM.
077000     MOVE ZERO TO PV-PCT-USED.
077100     MOVE '  CHANGE' TO DL-LABEL.
077200     PERFORM 440-FORMAT-DETAIL THRU 449-EXIT.
077300
077400 408-WRITE-HISTORY.
077500     MOVE CL-NAME (CLUSTER-IDX) TO HR-CLUSTER-NAME.
077600     MOVE WS-TODAY-CCYYMMDD TO HR-RUN-DATE.
077700     MOVE 1 TO VALUE-IDX.
077800     PERFORM 436-SET-HISTORY-VALUE
077900        THRU 436-EXIT
078000       UNTIL VALUE-IDX GREATER THAN VX-LIMIT.
078100*    END-PERFORM.
078200     WRITE HISTORY-RECORD.
078300     ADD 1 TO CLUSTER-IDX.
078400
078500 409-EXIT.
078600     EXIT.
078700
078800* ************************************************************** *
078900* FINDS THE CLUSTER ON LAST WEEK'S HISTORY (ZERO WHEN IT IS      *
079000* NEW).                                                          *
079100* ************************************************************** *
079200 410-FIND-PRIOR.
079300
079400     MOVE ZERO TO CL-PRIOR-IDX (CLUSTER-IDX).
079500     MOVE 1 TO PRIOR-IDX.
079600     PERFORM 415-CHECK-PRIOR
079700        THRU 415-EXIT
079800       UNTIL PRIOR-IDX GREATER THAN PRIOR-COUNT
079900          OR CL-PRIOR-IDX (CLUSTER-IDX) GREATER THAN ZERO.
080000*    END-PERFORM.
080100
080200 419-EXIT.
080300     EXIT.
080400
080500 415-CHECK-PRIOR.
080600
080700     IF PR-NAME (PRIOR-IDX) EQUAL CL-NAME (CLUSTER-IDX)
080800         MOVE PRIOR-IDX TO CL-PRIOR-IDX (CLUSTER-IDX)
080900         MOVE 'Y' TO PR-MATCHED-SWITCH (PRIOR-IDX).
081000*    END-IF.
081100     ADD 1 TO PRIOR-IDX.
081200
081300 415-EXIT.
081400     EXIT.
081500
081600* ************************************************************** *
081700* BUILDS THE FLAG TEXT.  EACH THRESHOLD THE CLUSTER IS AT OR     *
081800* OVER IS NAMED; IF ANY OF THEM WAS UNDER ITS THRESHOLD LAST     *
081900* WEEK (OR THE CLUSTER IS NEW) THE FLAG SAYS IT CROSSED THIS     *
082000* WEEK.  SPLIT COUNTS BELOW LAST WEEK'S MEAN THE CLUSTER WAS     *
082100* REORGANIZED.                                                   *
082200* ************************************************************** *
082300 420-SET-FLAGS.
082400
082500     MOVE SPACES TO CL-FLAG-TEXT (CLUSTER-IDX).
082600     MOVE 1 TO FLAG-POINTER.
082700     MOVE 'N' TO WS-CROSSED-SWITCH.
082800     MOVE CL-PRIOR-IDX (CLUSTER-IDX) TO PRIOR-IDX.
082900
083000     IF CL-VALUE (CLUSTER-IDX, VX-CI-SPLITS)
083100            NOT LESS THAN WS-CI-THRESHOLD
083200         MOVE 'Y' TO CL-FLAG-SWITCH (CLUSTER-IDX)
083300         STRING ' CI-SPLITS' DELIMITED BY SIZE
083400             INTO CL-FLAG-TEXT (CLUSTER-IDX) POINTER FLAG-POINTER
083500*        END-STRING
083600         IF PRIOR-IDX EQUAL ZERO
083700             MOVE 'Y' TO WS-CROSSED-SWITCH
083800         ELSE
083900             IF PR-VALUE (PRIOR-IDX, VX-CI-SPLITS)
084000                    LESS THAN WS-CI-THRESHOLD
084100                 MOVE 'Y' TO WS-CROSSED-SWITCH.
084200*            END-IF
084300*        END-IF
084400*    END-IF.
084500
084600     IF CL-VALUE (CLUSTER-IDX, VX-CA-SPLITS)
084700            NOT LESS THAN WS-CA-THRESHOLD
084800         MOVE 'Y' TO CL-FLAG-SWITCH (CLUSTER-IDX)
084900         STRING ' CA-SPLITS' DELIMITED BY SIZE
085000             INTO CL-FLAG-TEXT (CLUSTER-IDX) POINTER FLAG-POINTER
085100*        END-STRING
085200         IF PRIOR-IDX EQUAL ZERO
085300             MOVE 'Y' TO WS-CROSSED-SWITCH
085400         ELSE
085500             IF PR-VALUE (PRIOR-IDX, VX-CA-SPLITS)
085600                    LESS THAN WS-CA-THRESHOLD
085700                 MOVE 'Y' TO WS-CROSSED-SWITCH.
085800*            END-IF
085900*        END-IF
086000*    END-IF.
086100
086200     IF CL-VALUE (CLUSTER-IDX, VX-EXTENTS)
086300            NOT LESS THAN WS-EXTENT-THRESHOLD
086400         MOVE 'Y' TO CL-FLAG-SWITCH (CLUSTER-IDX)
086500         STRING ' EXTENTS' DELIMITED BY SIZE
086600             INTO CL-FLAG-TEXT (CLUSTER-IDX) POINTER FLAG-POINTER
086700*        END-STRING
086800         IF PRIOR-IDX EQUAL ZERO
086900             MOVE 'Y' TO WS-CROSSED-SWITCH
087000         ELSE
087100             IF PR-VALUE (PRIOR-IDX, VX-EXTENTS)
087200                    LESS THAN WS-EXTENT-THRESHOLD
087300                 MOVE 'Y' TO WS-CROSSED-SWITCH.
087400*            END-IF
087500*        END-IF
087600*    END-IF.
087700
087800     IF CL-FLAGGED (CLUSTER-IDX)
087900         ADD +1 TO FLAGGED-COUNTER
088000         MOVE CL-FLAG-TEXT (CLUSTER-IDX) TO WS-FLAG-WORK
088100         MOVE SPACES TO CL-FLAG-TEXT (CLUSTER-IDX)
088200         MOVE 1 TO FLAG-POINTER
088300         STRING '*** REORG -' DELIMITED BY SIZE
088400                WS-FLAG-WORK DELIMITED BY '  '
088500             INTO CL-FLAG-TEXT (CLUSTER-IDX) POINTER FLAG-POINTER
088600*        END-STRING
088700         IF WS-CROSSED
088800             STRING ' - CROSSED THIS WEEK' DELIMITED BY SIZE
088900                 INTO CL-FLAG-TEXT (CLUSTER-IDX)
089000                 POINTER FLAG-POINTER.
089100*            END-STRING
089200*        END-IF
089300*    END-IF.
089400
089500     IF PRIOR-IDX GREATER THAN ZERO
089600         IF CL-VALUE (CLUSTER-IDX, VX-CI-SPLITS)
089700                LESS THAN PR-VALUE (PRIOR-IDX, VX-CI-SPLITS)
089800         OR CL-VALUE (CLUSTER-IDX, VX-CA-SPLITS)
089900                LESS THAN PR-VALUE (PRIOR-IDX, VX-CA-SPLITS)
090000             STRING '  (REORGANIZED SINCE LAST RUN)'
090100                     DELIMITED BY SIZE
090200                 INTO CL-FLAG-TEXT (CLUSTER-IDX)
090300                 POINTER FLAG-POINTER.
090400*            END-STRING
090500*        END-IF
090600*    END-IF.
090700
090800 429-EXIT.
090900     EXIT.
091000
091100 430-SET-THIS-WEEK.
091200
091300     MOVE CL-VALUE (CLUSTER-IDX, VALUE-IDX)
091400         TO PV-VALUE (VALUE-IDX).
091500     ADD 1 TO VALUE-IDX.
091600
091700 430-EXIT.
091800     EXIT.
091900
092000 432-SET-LAST-WEEK.
092100
092200     MOVE PR-VALUE (PRIOR-IDX, VALUE-IDX) TO PV-VALUE (VALUE-IDX).
092300     ADD 1 TO VALUE-IDX.
092400
092500 432-EXIT.
092600     EXIT.
092700
092800 434-SET-CHANGE.
092900
093000     COMPUTE PV-VALUE (VALUE-IDX) =
093100         CL-VALUE (CLUSTER-IDX, VALUE-IDX)
093200         - PR-VALUE (PRIOR-IDX, VALUE-IDX).
093300     ADD 1 TO VALUE-IDX.
093400
093500 434-EXIT.
093600     EXIT.
093700
093800 436-SET-HISTORY-VALUE.
093900
094000     MOVE CL-VALUE (CLUSTER-IDX, VALUE-IDX)
094100         TO HR-VALUE (VALUE-IDX).
094200     ADD 1 TO VALUE-IDX.
094300
094400 436-EXIT.
094500     EXIT.
094600
094700 440-FORMAT-DETAIL.
094800
094900     MOVE PV-VALUE (1) TO DL-RECORDS.
095000     MOVE PV-VALUE (2) TO DL-CI-SPLITS.
095100     MOVE PV-VALUE (3) TO DL-CA-SPLITS.
095200     MOVE PV-VALUE (4) TO DL-EXTENTS.
095300     MOVE PV-VALUE (5) TO DL-FREESPACE-CI.
095400     MOVE PV-VALUE (6) TO DL-FREESPACE-CA.
095500     MOVE PV-VALUE (7) TO DL-FREESPC.
095600     MOVE PV-VALUE (8) TO DL-HI-U-RBA.
095700     MOVE PV-VALUE (9) TO DL-HI-A-RBA.
095800     MOVE PV-PCT-USED TO DL-PCT-USED.
095900     WRITE REPORT-LINE FROM DETAIL-LINE.
096000
096100 449-EXIT.
096200     EXIT.
096300
096400* ************************************************************** *
096500* THE CLOSING LISTS: EACH FLAGGED CLUSTER WITH ITS FLAGS, AND    *
096600* EACH CLUSTER ON LAST WEEK'S HISTORY THAT THIS LISTING LACKS    *
096700* (DELETED, RENAMED OR MOVED TO ANOTHER CATALOG LEVEL).          *
096800* ************************************************************** *
096900 500-LIST-FLAGGED.
097000
097100     IF CL-FLAGGED (CLUSTER-IDX)
097200         MOVE CL-NAME (CLUSTER-IDX) TO CLL-NAME
097300         MOVE CL-FLAG-TEXT (CLUSTER-IDX) TO CLL-FLAG-TEXT
097400         WRITE REPORT-LINE FROM CLUSTER-LINE.
097500*    END-IF.
097600     ADD 1 TO CLUSTER-IDX.
097700
097800 509-EXIT.
097900     EXIT.
098000
098100 510-LIST-MISSING.
098200
098300     IF NOT PR-MATCHED (PRIOR-IDX)
098400         ADD +1 TO MISSING-COUNTER
098500         MOVE PR-NAME (PRIOR-IDX) TO CLL-NAME
098600         MOVE SPACES TO CLL-FLAG-TEXT
098700         WRITE REPORT-LINE FROM CLUSTER-LINE.
098800*    END-IF.
098900     ADD 1 TO PRIOR-IDX.
099000
099100 519-EXIT.
099200     EXIT.
099300
099400* ************************************************************** *
099500* WITH NOTHING ON THIS WEEK'S LISTING, LAST WEEK'S FIGURES ARE   *
099600* WRITTEN TO THE NEW GENERATION AS THEY ARE SO NEXT WEEK STILL   *
099700* HAS SOMETHING TO COMPARE WITH.                                 *
099800* ************************************************************** *
099900 700-CARRY-HISTORY-FORWARD.
100000
100100     MOVE 1 TO PRIOR-IDX.
100200     PERFORM 705-CARRY-ONE-CLUSTER
100300        THRU 705-EXIT
100400       UNTIL PRIOR-IDX GREATER THAN PRIOR-COUNT.
100500*    END-PERFORM.
100600
100700 709-EXIT.
100800     EXIT.
100900
101000 705-CARRY-ONE-CLUSTER.
101100
101200     MOVE PR-NAME (PRIOR-IDX) TO HR-CLUSTER-NAME.
101300     MOVE PR-RUN-DATE (PRIOR-IDX) TO HR-RUN-DATE.
101400     MOVE 1 TO VALUE-IDX.
101500     PERFORM 707-CARRY-ONE-VALUE
101600        THRU 707-EXIT
101700       UNTIL VALUE-IDX GREATER THAN VX-LIMIT.
101800*    END-PERFORM.
101900     WRITE HISTORY-RECORD.
102000     ADD 1 TO PRIOR-IDX.
102100
102200 705-EXIT.
102300     EXIT.
102400
102500 707-CARRY-ONE-VALUE.
102600
102700     MOVE PR-VALUE (PRIOR-IDX, VALUE-IDX) TO HR-VALUE (VALUE-IDX).
102800     ADD 1 TO VALUE-IDX.
102900
103000 707-EXIT.
103100     EXIT.
