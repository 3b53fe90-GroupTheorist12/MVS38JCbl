000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EVALLOAD.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* END-OF-TERM COURSE EVALUATION LOAD AND RESULTS.  THE SCANNED  *
000900* RESPONSE FORMS (UT-S-EVALRSP, ONE 80-BYTE RECORD PER FORM)    *
001000* ARE VALIDATED AGAINST THE SECTION TABLE (SECTTBL) AND         *
001100* TOTALED BY SECTION; EACH SECTION'S TOTALS ARE WRITTEN TO THE  *
001200* EVALUATION RESULTS CLUSTER (DDNAME EVALTBL, 120 BYTES, KEYED  *
001300* SECTION + SEMESTER LIKE SECTTBL) THROUGH VSAMIO, REPLACING    *
001400* ANY EARLIER LOAD OF THE SAME SECTION, SO A SEMESTER'S FORMS   *
001500* ARE LOADED IN ONE RUN.  A FORM THAT FAILS VALIDATION IS       *
001600* WRITTEN TO A REJECT LISTING (UT-S-EVALREJ) WITH THE REASON.   *
001700*                                                               *
001800* RESPONSE RECORD:                                              *
001900*   COLS  1-6  SECTION ID (DEPT/COURSE/SECTION)                 *
002000*   COLS  7-12 SEMESTER                                         *
002100*   COLS 13-18 FORM SERIAL NUMBER                               *
002200*   COLS 19-28 ANSWERS TO QUESTIONS 1-10, EACH 1 (LOW) TO 5     *
002300*              (HIGH); BLANK OR 0 IS NOT ANSWERED               *
002400*                                                               *
002500* THE REPORT (SYSPRINT) SHOWS, BY SECTION, BY INSTRUCTOR        *
002600* (STR-INSTRUCTOR-ID, NAMED FROM INSTTBL) AND BY DEPARTMENT     *
002700* (DEPTTBL), THE ENROLLED COUNT (STR-ENROLLED), THE NUMBER OF   *
002800* RESPONSES, THE RESPONSE RATE AND THE AVERAGE ANSWER TO EACH   *
002900* QUESTION.  A SECTION WITH FEWER RESPONSES THAN THE MINIMUM    *
003000* HAS ITS AVERAGES SUPPRESSED TO PROTECT STUDENT ANONYMITY AND  *
003100* IS LEFT OUT OF THE INSTRUCTOR AND DEPARTMENT FIGURES, WHICH   *
003200* THEREFORE COVER ONLY THE SECTIONS THAT MET THE MINIMUM.       *
003300*                                                               *
003400* SYSIN CARD:                                                   *
003500*   COLS  1-6  SEMESTER BEING LOADED (MUST BE ON SEMTBL)        *
003600*   COLS  7-9  MINIMUM RESPONSES TO REPORT (BLANK = 5)          *
003700* THE RUN ENDS RC 4 WHEN ANY FORM IS REJECTED, RC 8 ON A BAD    *
003800* CARD OR A VSAM ERROR.                                         *
003900*                                                               *
004000* MODIFICATION HISTORY.                                         *
004100*   DATE       INIT  DESCRIPTION                                *
004200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004210*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31        *
004220*                    BYTES WITH THE PAY CATEGORY.               *
004300* ************************************************************* *
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200
005300     SELECT CONTROL-CARD-FILE
005400         ASSIGN TO UT-S-SYSIN.
005500
005600     SELECT RESPONSE-FILE
005700         ASSIGN TO UT-S-EVALRSP.
005800
005900     SELECT REPORT-FILE
006000         ASSIGN TO UR-1403-S-SYSPRINT.
006100
006200     SELECT REJECT-FILE
006300         ASSIGN TO UT-S-EVALREJ.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CONTROL-CARD-FILE
006800     LABEL RECORDS ARE OMITTED
006900     RECORD CONTAINS 80 CHARACTERS
007000     BLOCK CONTAINS 0 RECORDS
007100     DATA RECORD IS CONTROL-CARD-RECORD.
007200 01  CONTROL-CARD-RECORD.
007300     02  CC-SEMESTER             PIC X(06).
007400     02  CC-MINIMUM              PIC 9(03).
007500     02  CC-MINIMUM-X REDEFINES CC-MINIMUM
007600                                 PIC X(03).
007700     02  FILLER                  PIC X(71).
007800
007900 FD  RESPONSE-FILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORD CONTAINS 80 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS RESPONSE-RECORD.
008400 01  RESPONSE-RECORD.
008500     02  ER-SECTION-ID           PIC X(06).
008600     02  ER-SEMESTER             PIC X(06).
008700     02  ER-FORM-ID              PIC X(06).
008800     02  ER-ANSWER               PIC X(01) OCCURS 10 TIMES.
008900     02  FILLER                  PIC X(52).
009000
009100 FD  REPORT-FILE
009200     LABEL RECORDS ARE OMITTED
009300     RECORD CONTAINS 132 CHARACTERS
009400     BLOCK CONTAINS 0 RECORDS
009500     DATA RECORD IS REPORT-LINE.
009600 01  REPORT-LINE                 PIC X(132).
009700
009800 FD  REJECT-FILE
009900     LABEL RECORDS ARE OMITTED
010000     RECORD CONTAINS 80 CHARACTERS
010100     BLOCK CONTAINS 0 RECORDS
010200     DATA RECORD IS REJECT-RECORD.
010300 01  REJECT-RECORD.
010400     02  RJ-SECTION-ID           PIC X(06).
010500     02  FILLER                  PIC X(02).
010600     02  RJ-SEMESTER             PIC X(06).
010700     02  FILLER                  PIC X(02).
010800     02  RJ-FORM-ID              PIC X(06).
010900     02  FILLER                  PIC X(02).
011000     02  RJ-REASON               PIC X(30).
011100     02  FILLER                  PIC X(26).
011200
011300 WORKING-STORAGE SECTION.
011400 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
011500     88  END-OF-FILE                         VALUE 'Y'.
011600 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
011700     88  ENTRY-FOUND                         VALUE 'Y'.
011800 77  BAD-ANSWER-SW               PIC X(01)   VALUE 'N'.
011900     88  BAD-ANSWER                          VALUE 'Y'.
012000
012100 77  SECT-IDX                    PIC S9(4) COMP VALUE ZERO.
012200 77  SECT-COUNT                  PIC S9(4) COMP VALUE ZERO.
012300 77  SECT-MAX                    PIC S9(4) COMP VALUE +1500.
012400 77  INST-IDX                    PIC S9(4) COMP VALUE ZERO.
012500 77  INST-COUNT                  PIC S9(4) COMP VALUE ZERO.
012600 77  INST-MAX                    PIC S9(4) COMP VALUE +500.
012700 77  DEPT-IDX                    PIC S9(4) COMP VALUE ZERO.
012800 77  Q-IDX                       PIC S9(4) COMP VALUE ZERO.
012900 77  BEST-IDX                    PIC S9(4) COMP VALUE ZERO.
013000 77  PRINTED-COUNT               PIC S9(4) COMP VALUE ZERO.
013100 77  ANSWERED-COUNT              PIC S9(4) COMP VALUE ZERO.
013200 77  FORM-COUNTER                PIC S9(8) COMP VALUE ZERO.
013300 77  ACCEPTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
013400 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
013500 77  STORED-COUNTER              PIC S9(8) COMP VALUE ZERO.
013600 77  SUPPRESSED-COUNTER          PIC S9(8) COMP VALUE ZERO.
013700 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
013800
013900 01  SEARCH-SECTION              PIC X(06)   VALUE SPACES.
014000 01  SEARCH-INSTRUCTOR           PIC X(05)   VALUE SPACES.
014100 01  WS-MINIMUM                  PIC 9(03)   VALUE 5.
014200 01  WS-ANSWER                   PIC 9(01)   VALUE ZERO.
014300 01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
014400 01  WS-AVERAGE                  PIC 9V9     VALUE ZERO.
014500 01  WS-RATE                     PIC 9(03)   VALUE ZERO.
014600
014700 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
014800 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
014900     02  WS-RUN-YY               PIC 9(02).
015000     02  WS-RUN-MM               PIC 9(02).
015100     02  WS-RUN-DD               PIC 9(02).
015200 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
015300 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
015400     02  WS-TODAY-CCYY           PIC 9(04).
015500     02  WS-TODAY-MM             PIC 9(02).
015600     02  WS-TODAY-DD             PIC 9(02).
015700
015800 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
015900
016000* ************************************************************** *
016100* THE FIGURES BEING PRINTED ON ONE LINE, WHETHER FOR A SECTION,  *
016200* AN INSTRUCTOR OR A DEPARTMENT.                                 *
016300* ************************************************************** *
016400 01  LINE-STATISTICS.
016500     02  LS-SECTIONS             PIC S9(4) COMP.
016600     02  LS-ENROLLED             PIC S9(6) COMP.
016700     02  LS-RESPONSES            PIC S9(6) COMP.
016800     02  LS-ANSWERED             PIC S9(6) COMP OCCURS 10 TIMES.
016900     02  LS-TOTAL                PIC S9(7) COMP OCCURS 10 TIMES.
017000
017100 01  EVAL-SECTION-TABLE.
017200     02  EVAL-SECTION-ENTRY OCCURS 1500 TIMES.
017300         03  ESE-SECTION-ID      PIC X(06).
017400         03  ESE-DEPARTMENT      PIC 9(02).
017500         03  ESE-DESCRIPTION     PIC X(11).
017600         03  ESE-INSTRUCTOR-ID   PIC X(05).
017700         03  ESE-ENROLLED        PIC S9(4) COMP.
017800         03  ESE-RESPONSES       PIC S9(4) COMP.
017900         03  ESE-ANSWERED        PIC S9(4) COMP OCCURS 10 TIMES.
018000         03  ESE-TOTAL           PIC S9(6) COMP OCCURS 10 TIMES.
018100         03  ESE-PRINTED-SW      PIC X(01).
018200             88  ESE-PRINTED             VALUE 'Y'.
018300
018400 01  EVAL-INSTRUCTOR-TABLE.
018500     02  EVAL-INSTRUCTOR-ENTRY OCCURS 500 TIMES.
018600         03  EIE-INSTRUCTOR-ID   PIC X(05).
018700         03  EIE-SECTIONS        PIC S9(4) COMP.
018800         03  EIE-ENROLLED        PIC S9(6) COMP.
018900         03  EIE-RESPONSES       PIC S9(6) COMP.
019000         03  EIE-ANSWERED        PIC S9(6) COMP OCCURS 10 TIMES.
019100         03  EIE-TOTAL           PIC S9(7) COMP OCCURS 10 TIMES.
019200         03  EIE-PRINTED-SW      PIC X(01).
019300             88  EIE-PRINTED             VALUE 'Y'.
019400
019500* ************************************************************** *
019600* DEPARTMENT FIGURES, SUBSCRIPTED BY DEPARTMENT NUMBER + 1.      *
019700* ************************************************************** *
019800 01  EVAL-DEPARTMENT-TABLE.
019900     02  EVAL-DEPARTMENT-ENTRY OCCURS 100 TIMES.
020000         03  EDE-SECTIONS        PIC S9(4) COMP.
020100         03  EDE-ENROLLED        PIC S9(6) COMP.
020200         03  EDE-RESPONSES       PIC S9(6) COMP.
020300         03  EDE-ANSWERED        PIC S9(6) COMP OCCURS 10 TIMES.
020400         03  EDE-TOTAL           PIC S9(7) COMP OCCURS 10 TIMES.
020500
020600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
020700 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
020800 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
020900 01  EVALUATION-FILE             COPY VSAMIOFB.
021000 01  INSTRUCTOR-TABLE-FILE       COPY VSAMIOFB.
021100 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
021200
021300 01  SEMESTER-TABLE-RECORD.
021400     02  SMR-CODE                PIC X(06).
021500     02  SMR-DESCRIPTION         PIC X(20).
021600     02  FILLER                  PIC X(98).
021700
021800 01  SECTION-TABLE-RECORD.
021900     02  STR-DEPARTMENT          PIC 9(02).
022000     02  STR-COURSE              PIC 9(03).
022100     02  STR-NUMBER              PIC 9(01).
022200     02  STR-SEMESTER            PIC X(06).
022300     02  STR-DESCRIPTION         PIC X(11).
022400     02  STR-CAPACITY            PIC 9(03).
022500     02  STR-ENROLLED            PIC 9(03).
022600     02  STR-MEET-DAYS           PIC X(05).
022700     02  STR-START-TIME          PIC 9(04).
022800     02  STR-END-TIME            PIC 9(04).
022900     02  STR-ROOM                PIC X(05).
023000     02  STR-INSTRUCTOR-ID       PIC X(05).
023100     02  STR-XLIST-SECTION       PIC 9(06).
023200     02  STR-XLIST-SHARE         PIC 9(03).
023300
023400* ************************************************************** *
023500* THE EVALUATION RESULTS RECORD (DDNAME EVALTBL): ONE PER        *
023600* SECTION AND SEMESTER, WITH THE RESPONSE COUNT AND, FOR EACH    *
023700* QUESTION, HOW MANY FORMS ANSWERED IT AND THE SUM OF THE        *
023800* ANSWERS.                                                       *
023900* ************************************************************** *
024000 01  EVALUATION-RECORD.
024100     02  EVR-KEY.
024200         03  EVR-SECTION-ID      PIC X(06).
024300         03  EVR-SEMESTER        PIC X(06).
024400     02  EVR-ENROLLED            PIC 9(03).
024500     02  EVR-RESPONSES           PIC 9(04).
024600     02  EVR-QUESTION OCCURS 10 TIMES.
024700         03  EVR-ANSWERED        PIC 9(04).
024800         03  EVR-TOTAL           PIC 9(05).
024900     02  EVR-LOADED-DATE         PIC 9(08).
025000     02  FILLER                  PIC X(03).
025100
025200 01  INSTRUCTOR-TABLE-RECORD.
025300     02  ITR-INSTRUCTOR-ID       PIC X(05).
025400     02  ITR-NAME                PIC X(22).
025500     02  ITR-DEPARTMENT          PIC 9(02).
025510     02  ITR-CATEGORY            PIC X(02).
025600
025700 01  DEPARTMENT-TABLE-RECORD.
025800     02  DTR-NUMBER              PIC 9(02).
025900     02  DTR-NAME                PIC X(30).
026000     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
026100     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
026200
026300 01  HEADING-LINE-1.
026400     02  FILLER                  PIC X(46) VALUE
026500         'EVALLOAD - COURSE EVALUATION RESULTS          '.
026600     02  FILLER                  PIC X(09) VALUE 'SEMESTER '.
026700     02  HL1-SEMESTER            PIC X(06).
026800     02  FILLER                  PIC X(02) VALUE SPACES.
026900     02  HL1-DESCRIPTION         PIC X(20).
027000     02  FILLER                  PIC X(49) VALUE SPACES.
027100
027200 01  HEADING-LINE-2.
027300     02  HL2-TITLE               PIC X(16).
027400     02  FILLER                  PIC X(32) VALUE
027500         'RESULTS SHOWN ONLY WITH AT LEAST'.
027600     02  HL2-MINIMUM             PIC ZZZ9.
027700     02  FILLER                  PIC X(80) VALUE
027800         ' RESPONSES; ANSWERS RUN 1 (LOW) TO 5 (HIGH)'.
027900
028000 01  COLUMN-HEADING-LINE.
028100     02  CHL-IDENT               PIC X(28).
028200     02  FILLER                  PIC X(20) VALUE
028300         'SECT ENRL RESP RATE '.
028400     02  FILLER                  PIC X(50) VALUE
028500         '   Q1   Q2   Q3   Q4   Q5   Q6   Q7   Q8   Q9  Q10'.
028600     02  FILLER                  PIC X(34) VALUE SPACES.
028700
028800 01  DETAIL-LINE.
028900     02  DL-IDENT                PIC X(28).
029000     02  DL-SECTION-IDENT REDEFINES DL-IDENT.
029100         03  DL-SECTION-ID       PIC X(06).
029200         03  FILLER              PIC X(02).
029300         03  DL-DESCRIPTION      PIC X(11).
029400         03  FILLER              PIC X(02).
029500         03  DL-INSTRUCTOR-ID    PIC X(05).
029600         03  FILLER              PIC X(02).
029700     02  DL-INSTRUCTOR-IDENT REDEFINES DL-IDENT.
029800         03  DL-INST-ID          PIC X(05).
029900         03  FILLER              PIC X(01).
030000         03  DL-INST-NAME        PIC X(22).
030100     02  DL-DEPARTMENT-IDENT REDEFINES DL-IDENT.
030200         03  DL-DEPARTMENT       PIC X(02).
030300         03  FILLER              PIC X(02).
030400         03  DL-DEPT-NAME        PIC X(24).
030500     02  DL-SECTIONS             PIC ZZZ9 BLANK WHEN ZERO.
030600     02  FILLER                  PIC X(01).
030700     02  DL-ENROLLED             PIC ZZZ9.
030800     02  FILLER                  PIC X(01).
030900     02  DL-RESPONSES            PIC ZZZ9.
031000     02  FILLER                  PIC X(01).
031100     02  DL-RATE                 PIC ZZ9.
031200     02  DL-PCT-SIGN             PIC X(01).
031300     02  FILLER                  PIC X(01).
031400     02  DL-RESULTS.
031500         03  DL-QUESTION OCCURS 10 TIMES.
031600             04  FILLER          PIC X(02).
031700             04  DL-AVERAGE      PIC 9.9.
031800     02  DL-SUPPRESSED REDEFINES DL-RESULTS.
031900         03  FILLER              PIC X(02).
032000         03  DL-SUPPRESS-TEXT    PIC X(24).
032100         03  DL-SUPPRESS-MIN     PIC ZZ9.
032200         03  DL-SUPPRESS-TAIL    PIC X(21).
032300     02  FILLER                  PIC X(34).
032400
032500 01  TOTAL-LINE.
032600     02  FILLER                  PIC X(16) VALUE
032700         'FORMS READ:     '.
032800     02  TOT-FORMS               PIC ZZZZZ9.
032900     02  FILLER                  PIC X(16) VALUE
033000         '   ACCEPTED:    '.
033100     02  TOT-ACCEPTED            PIC ZZZZZ9.
033200     02  FILLER                  PIC X(16) VALUE
033300         '   REJECTED:    '.
033400     02  TOT-REJECTED            PIC ZZZZZ9.
033500     02  FILLER                  PIC X(24) VALUE
033600         '   SECTIONS SUPPRESSED: '.
033700     02  TOT-SUPPRESSED          PIC ZZZZZ9.
033800     02  FILLER                  PIC X(36) VALUE SPACES.
033900
034000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
034100
034200 PROCEDURE DIVISION.
034300
034400 000-INITIATE.
034500
034600     DISPLAY 'EVALLOAD: COURSE EVALUATION LOAD'.
034700     DISPLAY '--------------------------------'.
034800     DISPLAY ' '.
034900
035000     OPEN INPUT CONTROL-CARD-FILE.
035100     MOVE SPACES TO CONTROL-CARD-RECORD.
035200     READ CONTROL-CARD-FILE
035300         AT END
035400             DISPLAY 'EVALLOAD: NO SEMESTER CARD SUPPLIED - '
035500                     'STOPPING'
035600             MOVE +8 TO RETURN-CODE
035700             STOP RUN.
035800*    END-READ.
035900     CLOSE CONTROL-CARD-FILE.
036000
036100     IF CC-SEMESTER EQUAL SPACES
036200         DISPLAY 'EVALLOAD: SEMESTER CARD IS BLANK - STOPPING'
036300         MOVE +8 TO RETURN-CODE
036400         STOP RUN.
036500*    END-IF.
036600     IF CC-MINIMUM-X NOT EQUAL SPACES
036700         IF CC-MINIMUM NOT NUMERIC
036800         OR CC-MINIMUM EQUAL ZERO
036900             DISPLAY 'EVALLOAD: MINIMUM RESPONSES ' CC-MINIMUM-X
037000                     ' IS NOT VALID - STOPPING'
037100             MOVE +8 TO RETURN-CODE
037200             STOP RUN
037300         ELSE
037400             MOVE CC-MINIMUM TO WS-MINIMUM.
037500*        END-IF
037600*    END-IF.
037700
037800     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
037900     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
038000     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
038100     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
038200     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
038300     MOVE WS-RUN-MM TO WS-TODAY-MM.
038400     MOVE WS-RUN-DD TO WS-TODAY-DD.
038500
038600     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
038700     MOVE VSIO-KSDS TO
038800         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
038900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
039000     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
039100     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
039200     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
039300     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
039400     MOVE VSIO-OPEN TO VSIO-COMMAND.
039500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039600                         SEMESTER-TABLE-FILE,
039700                         SEMESTER-TABLE-RECORD.
039800*    END-CALL.
039900     IF NOT VSIO-SUCCESS
040000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
040100         MOVE +8 TO RETURN-CODE
040200         STOP RUN.
040300*    END-IF.
040400
040500     MOVE SPACES TO SEMESTER-TABLE-RECORD.
040600     MOVE CC-SEMESTER TO SMR-CODE.
040700     MOVE VSIO-READ TO VSIO-COMMAND.
040800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040900                         SEMESTER-TABLE-FILE,
041000                         SEMESTER-TABLE-RECORD.
041100*    END-CALL.
041200     IF NOT VSIO-SUCCESS
041300         DISPLAY 'EVALLOAD: SEMESTER ' CC-SEMESTER
041400                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
041500         MOVE +8 TO RETURN-CODE
041600         STOP RUN.
041700*    END-IF.
041800
041900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
042000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042100                         SEMESTER-TABLE-FILE,
042200                         SEMESTER-TABLE-RECORD.
042300*    END-CALL.
042400
042500     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
042600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
042700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
042800     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
042900     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
043000     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
043100     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
043200     MOVE VSIO-OPEN TO VSIO-COMMAND.
043300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043400                         SECTION-TABLE-FILE,
043500                         SECTION-TABLE-RECORD.
043600*    END-CALL.
043700     IF NOT VSIO-SUCCESS
043800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043900         MOVE +8 TO RETURN-CODE
044000         STOP RUN.
044100*    END-IF.
044200
044300     MOVE 'EVALTBL' TO VSIO-DDNAME OF EVALUATION-FILE.
044400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF EVALUATION-FILE.
044500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF EVALUATION-FILE.
044600     MOVE VSIO-I-O TO VSIO-MODE OF EVALUATION-FILE.
044700     MOVE +120 TO VSIO-RECORD-LENGTH OF EVALUATION-FILE.
044800     MOVE +0 TO VSIO-KEY-POSITION OF EVALUATION-FILE.
044900     MOVE +12 TO VSIO-KEY-LENGTH OF EVALUATION-FILE.
045000     MOVE VSIO-OPEN TO VSIO-COMMAND.
045100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045200                         EVALUATION-FILE,
045300                         EVALUATION-RECORD.
045400*    END-CALL.
045500     IF NOT VSIO-SUCCESS
045600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
045700         MOVE +8 TO RETURN-CODE
045800         STOP RUN.
045900*    END-IF.
046000
046100     MOVE 'INSTTBL' TO VSIO-DDNAME OF INSTRUCTOR-TABLE-FILE.
046200     MOVE VSIO-KSDS TO
046300         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
046400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
046500     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
046600     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
046700     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
046800     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
046900     MOVE VSIO-OPEN TO VSIO-COMMAND.
047000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047100                         INSTRUCTOR-TABLE-FILE,
047200                         INSTRUCTOR-TABLE-RECORD.
047300*    END-CALL.
047400     IF NOT VSIO-SUCCESS
047500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047600         MOVE +8 TO RETURN-CODE
047700         STOP RUN.
047800*    END-IF.
047900
048000     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
048100     MOVE VSIO-KSDS TO
048200         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
048300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
048400     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
048500     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
048600     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
048700     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
048800     MOVE VSIO-OPEN TO VSIO-COMMAND.
048900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049000                         DEPARTMENT-TABLE-FILE,
049100                         DEPARTMENT-TABLE-RECORD.
049200*    END-CALL.
049300     IF NOT VSIO-SUCCESS
049400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049500         MOVE +8 TO RETURN-CODE
049600         STOP RUN.
049700*    END-IF.
049800
049900     INITIALIZE EVAL-INSTRUCTOR-TABLE.
050000     INITIALIZE EVAL-DEPARTMENT-TABLE.
050100
050200     OPEN INPUT RESPONSE-FILE.
050300     OPEN OUTPUT REPORT-FILE.
050400     OPEN OUTPUT REJECT-FILE.
050500
050600 010-PROCESS.
050700
050800     PERFORM 110-LOAD-ONE-RESPONSE
050900        THRU 119-EXIT
051000       UNTIL END-OF-FILE.
051100*    END-PERFORM.
051200
051300     PERFORM 130-STORE-ONE-SECTION
051400        THRU 139-EXIT
051500       VARYING SECT-IDX FROM 1 BY 1
051600         UNTIL SECT-IDX GREATER THAN SECT-COUNT.
051700*    END-PERFORM.
051800
051900     MOVE 'BY SECTION' TO HL2-TITLE.
052000     MOVE 'SECTN   DESCRIPTION  INSTR' TO CHL-IDENT.
052100     PERFORM 190-PRINT-HEADINGS THRU 199-EXIT.
052200     MOVE ZERO TO PRINTED-COUNT.
052300     PERFORM 150-PRINT-NEXT-SECTION
052400        THRU 159-EXIT
052500       UNTIL PRINTED-COUNT NOT LESS THAN SECT-COUNT.
052600*    END-PERFORM.
052700
052800     MOVE 'BY INSTRUCTOR' TO HL2-TITLE.
052900     MOVE 'INSTR NAME' TO CHL-IDENT.
053000     PERFORM 190-PRINT-HEADINGS THRU 199-EXIT.
053100     MOVE ZERO TO PRINTED-COUNT.
053200     PERFORM 160-PRINT-NEXT-INSTRUCTOR
053300        THRU 169-EXIT
053400       UNTIL PRINTED-COUNT NOT LESS THAN INST-COUNT.
053500*    END-PERFORM.
053600
053700     MOVE 'BY DEPARTMENT' TO HL2-TITLE.
053800     MOVE 'DEPARTMENT' TO CHL-IDENT.
053900     PERFORM 190-PRINT-HEADINGS THRU 199-EXIT.
054000     PERFORM 170-PRINT-ONE-DEPARTMENT
054100        THRU 179-EXIT
054200       VARYING DEPT-IDX FROM 1 BY 1
054300         UNTIL DEPT-IDX GREATER THAN 100.
054400*    END-PERFORM.
054500
054600     MOVE FORM-COUNTER TO TOT-FORMS.
054700     MOVE ACCEPTED-COUNTER TO TOT-ACCEPTED.
054800     MOVE REJECT-COUNTER TO TOT-REJECTED.
054900     MOVE SUPPRESSED-COUNTER TO TOT-SUPPRESSED.
055000     WRITE REPORT-LINE FROM BLANK-LINE.
055100     WRITE REPORT-LINE FROM TOTAL-LINE.
055200
055300 020-TERMINATE.
055400
055500     CLOSE RESPONSE-FILE.
055600     CLOSE REPORT-FILE.
055700     CLOSE REJECT-FILE.
055800
055900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
056000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056100                         SECTION-TABLE-FILE,
056200                         SECTION-TABLE-RECORD.
056300*    END-CALL.
056400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056500                         EVALUATION-FILE,
056600                         EVALUATION-RECORD.
056700*    END-CALL.
056800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056900                         INSTRUCTOR-TABLE-FILE,
057000                         INSTRUCTOR-TABLE-RECORD.
057100*    END-CALL.
057200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057300                         DEPARTMENT-TABLE-FILE,
057400                         DEPARTMENT-TABLE-RECORD.
057500*    END-CALL.
057600
057700     DISPLAY 'EVALLOAD: FORMS READ:        ' FORM-COUNTER.
057800     DISPLAY 'EVALLOAD: FORMS ACCEPTED:    ' ACCEPTED-COUNTER.
057900     DISPLAY 'EVALLOAD: FORMS REJECTED:    ' REJECT-COUNTER.
058000     DISPLAY 'EVALLOAD: SECTIONS STORED:   ' STORED-COUNTER.
058100
058200     IF ERROR-COUNTER GREATER THAN ZERO
058300         MOVE +8 TO RETURN-CODE
058400     ELSE
058500         IF REJECT-COUNTER GREATER THAN ZERO
058600             MOVE +4 TO RETURN-CODE.
058700*        END-IF
058800*    END-IF.
058900     STOP RUN.
059000
059100* ************************************************************** *
059200* VALIDATES ONE SCANNED FORM AND ADDS ITS ANSWERS TO ITS         *
059300* SECTION'S TOTALS, OR WRITES IT TO THE REJECT LISTING.          *
059400* ************************************************************** *
059500 110-LOAD-ONE-RESPONSE.
059600
059700     READ RESPONSE-FILE
059800         AT END
059900             MOVE 'Y' TO END-OF-FILE-SWITCH
060000             GO TO 119-EXIT.
060100*    END-READ.
060200     ADD 1 TO FORM-COUNTER.
060300
060400     IF ER-SEMESTER NOT EQUAL CC-SEMESTER
060500         MOVE 'NOT THE SEMESTER BEING LOADED' TO WS-REJECT-REASON
060600         PERFORM 180-WRITE-REJECT THRU 189-EXIT
060700         GO TO 119-EXIT.
060800*    END-IF.
060900     IF ER-SECTION-ID NOT NUMERIC
061000         MOVE 'SECTION ID NOT NUMERIC' TO WS-REJECT-REASON
061100         PERFORM 180-WRITE-REJECT THRU 189-EXIT
061200         GO TO 119-EXIT.
061300*    END-IF.
061400
061500     MOVE 'N' TO BAD-ANSWER-SW.
061600     MOVE ZERO TO ANSWERED-COUNT.
061700     PERFORM 115-CHECK-ONE-ANSWER
061800        THRU 115-EXIT
061900       VARYING Q-IDX FROM 1 BY 1
062000         UNTIL Q-IDX GREATER THAN 10.
062100*    END-PERFORM.
062200     IF BAD-ANSWER
062300         MOVE 'ANSWER NOT BLANK OR 0-5' TO WS-REJECT-REASON
062400         PERFORM 180-WRITE-REJECT THRU 189-EXIT
062500         GO TO 119-EXIT.
062600*    END-IF.
062700     IF ANSWERED-COUNT EQUAL ZERO
062800         MOVE 'NO QUESTION ANSWERED' TO WS-REJECT-REASON
062900         PERFORM 180-WRITE-REJECT THRU 189-EXIT
063000         GO TO 119-EXIT.
063100*    END-IF.
063200
063300     MOVE ER-SECTION-ID TO SEARCH-SECTION.
063400     PERFORM 140-LOCATE-SECTION THRU 149-EXIT.
063500     IF SECT-IDX EQUAL ZERO
063600         PERFORM 120-ADD-SECTION THRU 129-EXIT
063700         IF SECT-IDX EQUAL ZERO
063800             PERFORM 180-WRITE-REJECT THRU 189-EXIT
063900             GO TO 119-EXIT
064000         END-IF.
064100*    END-IF.
064200
064300     ADD 1 TO ESE-RESPONSES (SECT-IDX).
064400     PERFORM 117-ADD-ONE-ANSWER
064500        THRU 117-EXIT
064600       VARYING Q-IDX FROM 1 BY 1
064700         UNTIL Q-IDX GREATER THAN 10.
064800*    END-PERFORM.
064900     ADD 1 TO ACCEPTED-COUNTER.
065000
065100 119-EXIT.
065200     EXIT.
065300
065400 115-CHECK-ONE-ANSWER.
065500
065600     IF ER-ANSWER (Q-IDX) EQUAL SPACE
065700     OR ER-ANSWER (Q-IDX) EQUAL '0'
065800         GO TO 115-EXIT.
065900*    END-IF.
066000     IF ER-ANSWER (Q-IDX) LESS THAN '1'
066100     OR ER-ANSWER (Q-IDX) GREATER THAN '5'
066200         MOVE 'Y' TO BAD-ANSWER-SW
066300     ELSE
066400         ADD 1 TO ANSWERED-COUNT.
066500*    END-IF.
066600
066700 115-EXIT.
066800     EXIT.
066900
067000 117-ADD-ONE-ANSWER.
067100
067200     IF ER-ANSWER (Q-IDX) EQUAL SPACE
067300     OR ER-ANSWER (Q-IDX) EQUAL '0'
067400         GO TO 117-EXIT.
067500*    END-IF.
067600     MOVE ER-ANSWER (Q-IDX) TO WS-ANSWER.
067700     ADD 1 TO ESE-ANSWERED (SECT-IDX, Q-IDX).
067800     ADD WS-ANSWER TO ESE-TOTAL (SECT-IDX, Q-IDX).
067900
068000 117-EXIT.
068100     EXIT.
068200
068300* ************************************************************** *
068400* READS THE FORM'S SECTION FROM SECTTBL AND STARTS ITS TABLE     *
068500* ENTRY.  SECT-IDX IS LEFT ZERO, WITH WS-REJECT-REASON SET, WHEN *
068600* THE SECTION CANNOT BE USED.                                    *
068700* ************************************************************** *
068800 120-ADD-SECTION.
068900
069000     MOVE ZERO TO SECT-IDX.
069100     MOVE ER-SECTION-ID TO SECTION-TABLE-RECORD (1:6).
069200     MOVE ER-SEMESTER TO STR-SEMESTER.
069300     MOVE VSIO-READ TO VSIO-COMMAND.
069400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
069500                         SECTION-TABLE-FILE,
069600                         SECTION-TABLE-RECORD.
069700*    END-CALL.
069800     IF NOT VSIO-SUCCESS
069900         IF NOT VSIO-RECORD-NOT-FOUND
070000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
070100             ADD +1 TO ERROR-COUNTER
070200         END-IF
070300         MOVE +0 TO VSIO-RETURN-CODE
070400         MOVE 'SECTION NOT ON SECTTBL' TO WS-REJECT-REASON
070500         GO TO 129-EXIT.
070600*    END-IF.
070700     IF STR-CAPACITY EQUAL ZERO
070800         MOVE 'SECTION WAS CANCELLED' TO WS-REJECT-REASON
070900         GO TO 129-EXIT.
071000*    END-IF.
071100     IF SECT-COUNT NOT LESS THAN SECT-MAX
071200         MOVE 'SECTION TABLE FULL' TO WS-REJECT-REASON
071300         ADD +1 TO ERROR-COUNTER
071400         GO TO 129-EXIT.
071500*    END-IF.
071600
071700     ADD 1 TO SECT-COUNT.
071800     MOVE SECT-COUNT TO SECT-IDX.
071900     INITIALIZE EVAL-SECTION-ENTRY (SECT-IDX).
072000     MOVE ER-SECTION-ID TO ESE-SECTION-ID (SECT-IDX).
072100     MOVE STR-DEPARTMENT TO ESE-DEPARTMENT (SECT-IDX).
072200     MOVE STR-DESCRIPTION TO ESE-DESCRIPTION (SECT-IDX).
072300     MOVE STR-INSTRUCTOR-ID TO ESE-INSTRUCTOR-ID (SECT-IDX).
072400     MOVE STR-ENROLLED TO ESE-ENROLLED (SECT-IDX).
072500     MOVE 'N' TO ESE-PRINTED-SW (SECT-IDX).
072600
072700 129-EXIT.
072800     EXIT.
072900
073000* ************************************************************** *
073100* WRITES (OR REPLACES) ONE SECTION'S EVALTBL RECORD, THEN ADDS   *
073200* THE SECTION TO ITS INSTRUCTOR'S AND DEPARTMENT'S FIGURES IF IT *
073300* MET THE MINIMUM NUMBER OF RESPONSES.                           *
073400* ************************************************************** *
073500 130-STORE-ONE-SECTION.
073600
073700     MOVE SPACES TO EVALUATION-RECORD.
073800     MOVE ESE-SECTION-ID (SECT-IDX) TO EVR-SECTION-ID.
073900     MOVE CC-SEMESTER TO EVR-SEMESTER.
074000     MOVE VSIO-READ TO VSIO-COMMAND.
074100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
074200                         EVALUATION-FILE,
074300                         EVALUATION-RECORD.
074400*    END-CALL.
074500     IF VSIO-SUCCESS
074600         MOVE VSIO-REWRITE TO VSIO-COMMAND
074700     ELSE
074800         MOVE +0 TO VSIO-RETURN-CODE
074900         MOVE VSIO-WRITE TO VSIO-COMMAND.
075000*    END-IF.
075100
075200     MOVE ESE-SECTION-ID (SECT-IDX) TO EVR-SECTION-ID.
075300     MOVE CC-SEMESTER TO EVR-SEMESTER.
075400     MOVE ESE-ENROLLED (SECT-IDX) TO EVR-ENROLLED.
075500     MOVE ESE-RESPONSES (SECT-IDX) TO EVR-RESPONSES.
075600     PERFORM 135-STORE-ONE-QUESTION
075700        THRU 135-EXIT
075800       VARYING Q-IDX FROM 1 BY 1
075900         UNTIL Q-IDX GREATER THAN 10.
076000*    END-PERFORM.
076100     MOVE WS-TODAY-CCYYMMDD TO EVR-LOADED-DATE.
076200     MOVE +120 TO VSIO-RECORD-LENGTH OF EVALUATION-FILE.
076300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
076400                         EVALUATION-FILE,
076500                         EVALUATION-RECORD.
076600*    END-CALL.
076700     IF VSIO-SUCCESS
076800         ADD 1 TO STORED-COUNTER
076900     ELSE
077000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
077100         ADD +1 TO ERROR-COUNTER.
077200*    END-IF.
077300
077400     MOVE ESE-INSTRUCTOR-ID (SECT-IDX) TO SEARCH-INSTRUCTOR.
077500     PERFORM 145-LOCATE-INSTRUCTOR THRU 145-EXIT.
077600     IF INST-IDX EQUAL ZERO
077700         IF INST-COUNT NOT LESS THAN INST-MAX
077800             DISPLAY 'EVALLOAD: INSTRUCTOR TABLE FULL - '
077900                 SEARCH-INSTRUCTOR ' NOT TOTALED'
078000             ADD +1 TO ERROR-COUNTER
078100         ELSE
078200             ADD 1 TO INST-COUNT
078300             MOVE INST-COUNT TO INST-IDX
078400             MOVE SEARCH-INSTRUCTOR TO
078500                 EIE-INSTRUCTOR-ID (INST-IDX)
078600             MOVE 'N' TO EIE-PRINTED-SW (INST-IDX)
078700         END-IF.
078800*    END-IF.
078900
079000     IF ESE-RESPONSES (SECT-IDX) LESS THAN WS-MINIMUM
079100         ADD 1 TO SUPPRESSED-COUNTER
079200         GO TO 139-EXIT.
079300*    END-IF.
079400
079500     COMPUTE DEPT-IDX = ESE-DEPARTMENT (SECT-IDX) + 1.
079600     ADD 1 TO EDE-SECTIONS (DEPT-IDX).
079700     ADD ESE-ENROLLED (SECT-IDX) TO EDE-ENROLLED (DEPT-IDX).
079800     ADD ESE-RESPONSES (SECT-IDX) TO EDE-RESPONSES (DEPT-IDX).
079900     IF INST-IDX NOT EQUAL ZERO
080000         ADD 1 TO EIE-SECTIONS (INST-IDX)
080100         ADD ESE-ENROLLED (SECT-IDX) TO EIE-ENROLLED (INST-IDX)
080200         ADD ESE-RESPONSES (SECT-IDX) TO EIE-RESPONSES (INST-IDX).
080300*    END-IF.
080400     PERFORM 137-ADD-ONE-QUESTION
080500        THRU 137-EXIT
080600       VARYING Q-IDX FROM 1 BY 1
080700         UNTIL Q-IDX GREATER THAN 10.
080800*    END-PERFORM.
080900
081000 139-EXIT.
081100     EXIT.
081200
081300 135-STORE-ONE-QUESTION.
081400
081500     MOVE ESE-ANSWERED (SECT-IDX, Q-IDX) TO EVR-ANSWERED (Q-IDX).
081600     MOVE ESE-TOTAL (SECT-IDX, Q-IDX) TO EVR-TOTAL (Q-IDX).
081700
081800 135-EXIT.
081900     EXIT.
082000
082100 137-ADD-ONE-QUESTION.
082200
082300     ADD ESE-ANSWERED (SECT-IDX, Q-IDX) TO
082400         EDE-ANSWERED (DEPT-IDX, Q-IDX).
082500     ADD ESE-TOTAL (SECT-IDX, Q-IDX) TO
082600         EDE-TOTAL (DEPT-IDX, Q-IDX).
082700     IF INST-IDX NOT EQUAL ZERO
082800         ADD ESE-ANSWERED (SECT-IDX, Q-IDX) TO
082900             EIE-ANSWERED (INST-IDX, Q-IDX)
083000         ADD ESE-TOTAL (SECT-IDX, Q-IDX) TO
083100             EIE-TOTAL (INST-IDX, Q-IDX).
083200*    END-IF.
083300
083400 137-EXIT.
083500     EXIT.
083600
083700* ************************************************************** *
083800* SETS SECT-IDX TO THE ENTRY FOR SEARCH-SECTION, OR ZERO.        *
083900* ************************************************************** *
084000 140-LOCATE-SECTION.
084100
084200     MOVE 'N' TO ENTRY-FOUND-SW.
084300     MOVE 1 TO SECT-IDX.
084400     PERFORM 142-SCAN-SECTION THRU 142-EXIT
084500       UNTIL ENTRY-FOUND
084600          OR SECT-IDX GREATER THAN SECT-COUNT.
084700*    END-PERFORM.
084800     IF NOT ENTRY-FOUND
084900         MOVE ZERO TO SECT-IDX.
085000*    END-IF.
085100
085200 149-EXIT.
085300     EXIT.
085400
085500 142-SCAN-SECTION.
085600
085700     IF ESE-SECTION-ID (SECT-IDX) EQUAL SEARCH-SECTION
085800         MOVE 'Y' TO ENTRY-FOUND-SW
085900     ELSE
086000         ADD 1 TO SECT-IDX.
086100*    END-IF.
086200
086300 142-EXIT.
086400     EXIT.
086500
086600* ************************************************************** *
086700* SETS INST-IDX TO THE ENTRY FOR SEARCH-INSTRUCTOR, OR ZERO.     *
086800* ************************************************************** *
086900 145-LOCATE-INSTRUCTOR.
087000
087100     MOVE 'N' TO ENTRY-FOUND-SW.
087200     MOVE 1 TO INST-IDX.
087300     PERFORM 147-SCAN-INSTRUCTOR THRU 147-EXIT
087400       UNTIL ENTRY-FOUND
087500          OR INST-IDX GREATER THAN INST-COUNT.
087600*    END-PERFORM.
087700     IF NOT ENTRY-FOUND
087800         MOVE ZERO TO INST-IDX.
087900*    END-IF.
088000
088100 145-EXIT.
088200     EXIT.
088300
088400 147-SCAN-INSTRUCTOR.
088500
088600     IF EIE-INSTRUCTOR-ID (INST-IDX) EQUAL SEARCH-INSTRUCTOR
088700         MOVE 'Y' TO ENTRY-FOUND-SW
088800     ELSE
088900         ADD 1 TO INST-IDX.
089000*    END-IF.
089100
089200 147-EXIT.
089300     EXIT.
089400
089500* ************************************************************** *
089600* PRINTS THE UNPRINTED SECTION WITH THE LOWEST SECTION ID.       *
089700* ************************************************************** *
089800 150-PRINT-NEXT-SECTION.
089900
090000     MOVE ZERO TO BEST-IDX.
090100     PERFORM 152-FIND-LOWEST-SECTION
090200        THRU 152-EXIT
090300       VARYING SECT-IDX FROM 1 BY 1
090400         UNTIL SECT-IDX GREATER THAN SECT-COUNT.
090500*    END-PERFORM.
090600
090700     IF BEST-IDX EQUAL ZERO
090800         MOVE SECT-COUNT TO PRINTED-COUNT
090900         GO TO 159-EXIT.
091000*    END-IF.
091100
091200     MOVE 'Y' TO ESE-PRINTED-SW (BEST-IDX).
091300     ADD 1 TO PRINTED-COUNT.
091400
091500     MOVE ZERO TO LS-SECTIONS.
091600     MOVE ESE-ENROLLED (BEST-IDX) TO LS-ENROLLED.
091700     MOVE ESE-RESPONSES (BEST-IDX) TO LS-RESPONSES.
091800     PERFORM 155-COPY-SECTION-QUESTION
091900        THRU 155-EXIT
092000       VARYING Q-IDX FROM 1 BY 1
092100         UNTIL Q-IDX GREATER THAN 10.
092200*    END-PERFORM.
092300
092400     MOVE SPACES TO DETAIL-LINE.
092500     MOVE ESE-SECTION-ID (BEST-IDX) TO DL-SECTION-ID.
092600     MOVE ESE-DESCRIPTION (BEST-IDX) TO DL-DESCRIPTION.
092700     MOVE ESE-INSTRUCTOR-ID (BEST-IDX) TO DL-INSTRUCTOR-ID.
092800     PERFORM 200-FORMAT-STATISTICS THRU 209-EXIT.
092900     WRITE REPORT-LINE FROM DETAIL-LINE.
093000
093100 159-EXIT.
093200     EXIT.
093300
093400 152-FIND-LOWEST-SECTION.
093500
093600     IF ESE-PRINTED (SECT-IDX)
093700         GO TO 152-EXIT.
093800*    END-IF.
093900
094000     IF BEST-IDX EQUAL ZERO
094100         MOVE SECT-IDX TO BEST-IDX
094200     ELSE
094300         IF ESE-SECTION-ID (SECT-IDX) LESS THAN
094400                 ESE-SECTION-ID (BEST-IDX)
094500             MOVE SECT-IDX TO BEST-IDX.
094600*        END-IF
094700*    END-IF.
094800
094900 152-EXIT.
095000     EXIT.
095100
095200 155-COPY-SECTION-QUESTION.
095300
095400     MOVE ESE-ANSWERED (BEST-IDX, Q-IDX) TO LS-ANSWERED (Q-IDX).
095500     MOVE ESE-TOTAL (BEST-IDX, Q-IDX) TO LS-TOTAL (Q-IDX).
095600
095700 155-EXIT.
095800     EXIT.
095900
096000* ************************************************************** *
096100* PRINTS THE UNPRINTED INSTRUCTOR WITH THE LOWEST ID.            *
096200* ************************************************************** *
096300 160-PRINT-NEXT-INSTRUCTOR.
096400
096500     MOVE ZERO TO BEST-IDX.
096600     PERFORM 162-FIND-LOWEST-INSTRUCTOR
096700        THRU 162-EXIT
096800       VARYING INST-IDX FROM 1 BY 1
096900         UNTIL INST-IDX GREATER THAN INST-COUNT.
097000*    END-PERFORM.
097100
097200     IF BEST-IDX EQUAL ZERO
097300         MOVE INST-COUNT TO PRINTED-COUNT
097400         GO TO 169-EXIT.
097500*    END-IF.
097600
097700     MOVE 'Y' TO EIE-PRINTED-SW (BEST-IDX).
097800     ADD 1 TO PRINTED-COUNT.
097900
098000     MOVE SPACES TO INSTRUCTOR-TABLE-RECORD.
098100     IF EIE-INSTRUCTOR-ID (BEST-IDX) EQUAL SPACES
098200         MOVE '*** NO INSTRUCTOR ***' TO ITR-NAME
098300     ELSE
098400         MOVE EIE-INSTRUCTOR-ID (BEST-IDX) TO ITR-INSTRUCTOR-ID
098500         MOVE VSIO-READ TO VSIO-COMMAND
098600         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
098700                             INSTRUCTOR-TABLE-FILE,
098800                             INSTRUCTOR-TABLE-RECORD
098900         IF NOT VSIO-SUCCESS
099000             MOVE '*** NOT ON INSTTBL ***' TO ITR-NAME
099100             MOVE +0 TO VSIO-RETURN-CODE
099200         END-IF.
099300*    END-IF.
099400
099500     MOVE EIE-SECTIONS (BEST-IDX) TO LS-SECTIONS.
099600     MOVE EIE-ENROLLED (BEST-IDX) TO LS-ENROLLED.
099700     MOVE EIE-RESPONSES (BEST-IDX) TO LS-RESPONSES.
099800     PERFORM 165-COPY-INSTRUCTOR-QUESTION
099900        THRU 165-EXIT
100000       VARYING Q-IDX FROM 1 BY 1
100100         UNTIL Q-IDX GREATER THAN 10.
100200*    END-PERFORM.
100300
100400     MOVE SPACES TO DETAIL-LINE.
100500     MOVE EIE-INSTRUCTOR-ID (BEST-IDX) TO DL-INST-ID.
100600     MOVE ITR-NAME TO DL-INST-NAME.
100700     PERFORM 200-FORMAT-STATISTICS THRU 209-EXIT.
100800     WRITE REPORT-LINE FROM DETAIL-LINE.
100900
101000 169-EXIT.
101100     EXIT.
101200
101300 162-FIND-LOWEST-INSTRUCTOR.
101400
101500     IF EIE-PRINTED (INST-IDX)
101600         GO TO 162-EXIT.
101700*    END-IF.
101800
101900     IF BEST-IDX EQUAL ZERO
102000         MOVE INST-IDX TO BEST-IDX
102100     ELSE
102200         IF EIE-INSTRUCTOR-ID (INST-IDX) LESS THAN
102300                 EIE-INSTRUCTOR-ID (BEST-IDX)
102400             MOVE INST-IDX TO BEST-IDX.
102500*        END-IF
102600*    END-IF.
102700
102800 162-EXIT.
102900     EXIT.
103000
103100 165-COPY-INSTRUCTOR-QUESTION.
103200
103300     MOVE EIE-ANSWERED (BEST-IDX, Q-IDX) TO LS-ANSWERED (Q-IDX).
103400     MOVE EIE-TOTAL (BEST-IDX, Q-IDX) TO LS-TOTAL (Q-IDX).
103500
103600 165-EXIT.
103700     EXIT.
103800
103900* ************************************************************** *
104000* PRINTS ONE DEPARTMENT THAT HAD A SECTION MEET THE MINIMUM.     *
104100* ************************************************************** *
104200 170-PRINT-ONE-DEPARTMENT.
104300
104400     IF EDE-SECTIONS (DEPT-IDX) EQUAL ZERO
104500         GO TO 179-EXIT.
104600*    END-IF.
104700
104800     COMPUTE DTR-NUMBER = DEPT-IDX - 1.
104900     MOVE VSIO-READ TO VSIO-COMMAND.
105000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
105100                         DEPARTMENT-TABLE-FILE,
105200                         DEPARTMENT-TABLE-RECORD.
105300*    END-CALL.
105400     IF NOT VSIO-SUCCESS
105500         MOVE '*** NOT IN TABLE FILE ***' TO DTR-NAME
105600         MOVE +0 TO VSIO-RETURN-CODE.
105700*    END-IF.
105800
105900     MOVE EDE-SECTIONS (DEPT-IDX) TO LS-SECTIONS.
106000     MOVE EDE-ENROLLED (DEPT-IDX) TO LS-ENROLLED.
106100     MOVE EDE-RESPONSES (DEPT-IDX) TO LS-RESPONSES.
106200     PERFORM 175-COPY-DEPARTMENT-QUESTION
106300        THRU 175-EXIT
106400       VARYING Q-IDX FROM 1 BY 1
106500         UNTIL Q-IDX GREATER THAN 10.
106600*    END-PERFORM.
106700
106800     MOVE SPACES TO DETAIL-LINE.
106900     MOVE DTR-NUMBER TO DL-DEPARTMENT.
107000     MOVE DTR-NAME TO DL-DEPT-NAME.
107100     PERFORM 200-FORMAT-STATISTICS THRU 209-EXIT.
107200     WRITE REPORT-LINE FROM DETAIL-LINE.
107300
107400 179-EXIT.
107500     EXIT.
107600
107700 175-COPY-DEPARTMENT-QUESTION.
107800
107900     MOVE EDE-ANSWERED (DEPT-IDX, Q-IDX) TO LS-ANSWERED (Q-IDX).
108000     MOVE EDE-TOTAL (DEPT-IDX, Q-IDX) TO LS-TOTAL (Q-IDX).
108100
108200 175-EXIT.
108300     EXIT.
108400
108500 180-WRITE-REJECT.
108600
108700     MOVE SPACES TO REJECT-RECORD.
108800     MOVE ER-SECTION-ID TO RJ-SECTION-ID.
108900     MOVE ER-SEMESTER TO RJ-SEMESTER.
109000     MOVE ER-FORM-ID TO RJ-FORM-ID.
109100     MOVE WS-REJECT-REASON TO RJ-REASON.
109200     WRITE REJECT-RECORD.
109300     ADD 1 TO REJECT-COUNTER.
109400
109500 189-EXIT.
109600     EXIT.
109700
109800 190-PRINT-HEADINGS.
109900
110000     MOVE CC-SEMESTER TO HL1-SEMESTER.
110100     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
110200     MOVE WS-MINIMUM TO HL2-MINIMUM.
110300     WRITE REPORT-LINE FROM HEADING-LINE-1
110400         AFTER ADVANCING PAGE.
110500     WRITE REPORT-LINE FROM HEADING-LINE-2.
110600     WRITE REPORT-LINE FROM BLANK-LINE.
110700     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
110800
110900 199-EXIT.
111000     EXIT.
111100
111200* ************************************************************** *
111300* MOVES LINE-STATISTICS INTO DETAIL-LINE: THE COUNTS, THE        *
111400* RESPONSE RATE, AND EITHER THE PER-QUESTION AVERAGES OR THE     *
111500* SUPPRESSION NOTICE WHEN THERE ARE TOO FEW RESPONSES.           *
111600* ************************************************************** *
111700 200-FORMAT-STATISTICS.
111800
111900     MOVE LS-SECTIONS TO DL-SECTIONS.
112000     MOVE LS-ENROLLED TO DL-ENROLLED.
112100     MOVE LS-RESPONSES TO DL-RESPONSES.
112200     IF LS-ENROLLED GREATER THAN ZERO
112300         COMPUTE WS-RATE ROUNDED =
112400             (LS-RESPONSES * 100) / LS-ENROLLED
112500         MOVE WS-RATE TO DL-RATE
112600         MOVE '%' TO DL-PCT-SIGN.
112700*    END-IF.
112800
112900     IF LS-RESPONSES LESS THAN WS-MINIMUM
113000         MOVE SPACES TO DL-SUPPRESSED
113100         MOVE 'SUPPRESSED - FEWER THAN ' TO DL-SUPPRESS-TEXT
113200         MOVE WS-MINIMUM TO DL-SUPPRESS-MIN
113300         MOVE ' RESPONSES' TO DL-SUPPRESS-TAIL
113400         GO TO 209-EXIT.
113500*    END-IF.
113600
113700     PERFORM 205-FORMAT-ONE-AVERAGE
113800        THRU 205-EXIT
113900       VARYING Q-IDX FROM 1 BY 1
114000         UNTIL Q-IDX GREATER THAN 10.
114100*    END-PERFORM.
114200
114300 209-EXIT.
114400     EXIT.
114500
114600 205-FORMAT-ONE-AVERAGE.
114700
114800     IF LS-ANSWERED (Q-IDX) EQUAL ZERO
114900         GO TO 205-EXIT.
115000*    END-IF.
115100     COMPUTE WS-AVERAGE ROUNDED =
115200         LS-TOTAL (Q-IDX) / LS-ANSWERED (Q-IDX).
115300     MOVE WS-AVERAGE TO DL-AVERAGE (Q-IDX).
115400
115500 205-EXIT.
115600     EXIT.
115700
115800* ************************************************************** *
115900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
116000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
116100* PROGRAM IN THIS SUITE.                                         *
116200* ************************************************************** *
116300 500-DISPLAY-UNKNOWN-ERROR.
116400
116500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
116600     EXHIBIT NAMED VSIO-RETURN-CODE.
116700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
116800                   VSIO-VSAM-FUNCTION-CODE,
116900                   VSIO-VSAM-FEEDBACK-CODE.
117000
117100 509-EXIT.
117200     EXIT.
