000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADDIST.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* GRADE DISTRIBUTION FOR ONE SEMESTER, RUN AFTER GRADPOST.      *
000900* EVERY SECTION OF THE SEMESTER ON THE SYSIN CARD IS LISTED     *
001000* WITH ITS A/B/C/D/F/I/W MIX, THE SECTION GPA AND FAILURE RATE, *
001100* FOLLOWED BY EACH INSTRUCTOR'S TOTALS ACROSS THEIR SECTIONS    *
001200* (STR-INSTRUCTOR-ID, NAMED FROM INSTTBL).                      *
001300*                                                               *
001400* THE LETTER FOR AN 'E' ENROLLMENT IS THE FIRST GRADTBL LETTER  *
001500* (IN KEY ORDER) CARRYING THE QUALITY POINTS POSTED IN          *
001600* CIR-GRADE, COUNTED UNDER ITS FIRST CHARACTER, SO A- AND B+    *
001700* FALL UNDER A AND B.  AN 'I' ENROLLMENT COUNTS AS I AND A      *
001800* WITHDRAWAL (STATUS 'X') AS W.  AUDITS AND WAIT-LIST ENTRIES   *
001900* ARE NOT GRADED AND ARE LEFT OUT.  GPA AND FAILURE RATE ARE    *
002000* TAKEN OVER THE A-F GRADES ONLY.                               *
002100*                                                               *
002200* A SECTION IS FLAGGED WHEN ITS COURSE HAS MORE THAN ONE GRADED *
002300* SECTION THIS SEMESTER AND THE SECTION'S GPA IS AT LEAST THE   *
002400* GPA TOLERANCE ABOVE OR BELOW THE COURSE GPA, OR ITS FAILURE   *
002500* RATE DIFFERS FROM THE COURSE'S BY AT LEAST THE PERCENT        *
002600* TOLERANCE.                                                    *
002700*                                                               *
002800* SYSIN CARD:                                                   *
002900*   COLS  1-6  SEMESTER (MUST BE ON SEMTBL)                     *
003000*   COLS  7-9  GPA TOLERANCE 9V99     (BLANK = 0.50)            *
003100*   COLS 10-12 FAILURE-RATE TOLERANCE (BLANK = 15 PERCENT)      *
003200* THE RUN ENDS RC 8 ON A BAD CARD OR A VSAM ERROR.              *
003300*                                                               *
003400* MODIFICATION HISTORY.                                         *
003500*   DATE       INIT  DESCRIPTION                                *
003600*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003610*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31        *
003620*                    BYTES WITH THE PAY CATEGORY.               *
003630*   10/15/2026 JM    FAILURE-RATE TOLERANCE HEADING FILLER      *
003640*                    WIDENED TO HOLD ITS WHOLE LITERAL.         *
003700* ************************************************************* *
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600
004700     SELECT CONTROL-CARD-FILE
004800         ASSIGN TO UT-S-SYSIN.
004900
005000     SELECT REPORT-FILE
005100         ASSIGN TO UR-1403-S-SYSPRINT.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-CARD-FILE
005600     LABEL RECORDS ARE OMITTED
005700     RECORD CONTAINS 80 CHARACTERS
005800     BLOCK CONTAINS 0 RECORDS
005900     DATA RECORD IS CONTROL-CARD-RECORD.
006000 01  CONTROL-CARD-RECORD.
006100     02  CC-SEMESTER             PIC X(06).
006200     02  CC-GPA-TOLERANCE        PIC 9V99.
006300     02  CC-GPA-TOLERANCE-X REDEFINES CC-GPA-TOLERANCE
006400                                 PIC X(03).
006500     02  CC-FAIL-TOLERANCE       PIC 9(03).
006600     02  CC-FAIL-TOLERANCE-X REDEFINES CC-FAIL-TOLERANCE
006700                                 PIC X(03).
006800     02  FILLER                  PIC X(68).
006900
007000 FD  REPORT-FILE
007100     LABEL RECORDS ARE OMITTED
007200     RECORD CONTAINS 132 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS REPORT-LINE.
007500 01  REPORT-LINE                 PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
007900     88  MASTER-EOF                          VALUE 'Y'.
008000 77  TABLE-EOF-SW                PIC X(01)   VALUE 'N'.
008100     88  TABLE-EOF                           VALUE 'Y'.
008200 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
008300     88  ENTRY-FOUND                         VALUE 'Y'.
008400
008500 77  SECT-IDX                    PIC S9(4) COMP VALUE ZERO.
008600 77  SECT-COUNT                  PIC S9(4) COMP VALUE ZERO.
008700 77  SECT-MAX                    PIC S9(4) COMP VALUE +1500.
008800 77  CRSE-IDX                    PIC S9(4) COMP VALUE ZERO.
008900 77  CRSE-COUNT                  PIC S9(4) COMP VALUE ZERO.
009000 77  CRSE-MAX                    PIC S9(4) COMP VALUE +1000.
009100 77  INST-IDX                    PIC S9(4) COMP VALUE ZERO.
009200 77  INST-COUNT                  PIC S9(4) COMP VALUE ZERO.
009300 77  INST-MAX                    PIC S9(4) COMP VALUE +500.
009400 77  SCALE-IDX                   PIC S9(4) COMP VALUE ZERO.
009500 77  SCALE-COUNT                 PIC S9(4) COMP VALUE ZERO.
009600 77  SCALE-MAX                   PIC S9(4) COMP VALUE +30.
009700 77  BEST-IDX                    PIC S9(4) COMP VALUE ZERO.
009800 77  GRADE-IDX                   PIC S9(4) COMP VALUE ZERO.
009900 77  PRINTED-COUNT               PIC S9(4) COMP VALUE ZERO.
010000 77  FLAGGED-COUNT               PIC S9(8) COMP VALUE ZERO.
010100 77  UNMAPPED-COUNT              PIC S9(8) COMP VALUE ZERO.
010200 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
010300
010400 01  SEARCH-SECTION              PIC X(06)   VALUE SPACES.
010500 01  SEARCH-COURSE               PIC X(05)   VALUE SPACES.
010600 01  SEARCH-INSTRUCTOR           PIC X(05)   VALUE SPACES.
010700 01  WS-GPA-TOLERANCE            PIC 9V99    VALUE 0.50.
010800 01  WS-FAIL-TOLERANCE           PIC 9(03)   VALUE 15.
010900 01  WS-COURSE-GPA               PIC S9V99   VALUE ZERO.
011000 01  WS-COURSE-FAIL-PCT          PIC S9(03)  VALUE ZERO.
011100 01  WS-DIFFERENCE               PIC S9(03)V99 VALUE ZERO.
011200
011300* ************************************************************** *
011400* THE COUNTS BEING PRINTED ON ONE LINE, WHETHER FOR A SECTION,   *
011500* AN INSTRUCTOR OR THE RUN.  BUCKETS 1-7 ARE A B C D F I W.      *
011600* ************************************************************** *
011700 01  LINE-STATISTICS.
011800     02  LS-COUNT                PIC S9(5) COMP OCCURS 7 TIMES.
011900     02  LS-POINTS               PIC S9(7)V99 COMP-3.
012000     02  LS-GRADED               PIC S9(5) COMP.
012100     02  LS-GPA                  PIC S9V99.
012200     02  LS-FAIL-PCT             PIC S9(03).
012300
012400 01  RUN-STATISTICS.
012500     02  RS-COUNT                PIC S9(5) COMP OCCURS 7 TIMES.
012600     02  RS-POINTS               PIC S9(7)V99 COMP-3.
012700     02  RS-GRADED               PIC S9(5) COMP.
012800
012900 01  GRADE-SCALE-TABLE.
013000     02  SCALE-ENTRY OCCURS 30 TIMES.
013100         03  SCE-LETTER-GRADE    PIC X(02).
013200         03  SCE-QUALITY-POINTS  PIC 9V99.
013300
013400 01  GRADE-SECTION-TABLE.
013500     02  GRADE-SECTION-ENTRY OCCURS 1500 TIMES.
013600         03  GSE-SECTION-ID      PIC X(06).
013700         03  GSE-DESCRIPTION     PIC X(11).
013800         03  GSE-INSTRUCTOR-ID   PIC X(05).
013900         03  GSE-COUNT           PIC S9(4) COMP OCCURS 7 TIMES.
014000         03  GSE-POINTS          PIC S9(5)V99 COMP-3.
014100         03  GSE-GRADED          PIC S9(4) COMP.
014200
014300 01  GRADE-COURSE-TABLE.
014400     02  GRADE-COURSE-ENTRY OCCURS 1000 TIMES.
014500         03  GCE-COURSE-ID       PIC X(05).
014600         03  GCE-SECTIONS        PIC S9(4) COMP.
014700         03  GCE-POINTS          PIC S9(7)V99 COMP-3.
014800         03  GCE-GRADED          PIC S9(5) COMP.
014900         03  GCE-FAILED          PIC S9(5) COMP.
015000
015100 01  GRADE-INSTRUCTOR-TABLE.
015200     02  GRADE-INSTRUCTOR-ENTRY OCCURS 500 TIMES.
015300         03  GIE-INSTRUCTOR-ID   PIC X(05).
015400         03  GIE-SECTIONS        PIC S9(4) COMP.
015500         03  GIE-COUNT           PIC S9(5) COMP OCCURS 7 TIMES.
015600         03  GIE-POINTS          PIC S9(7)V99 COMP-3.
015700         03  GIE-GRADED          PIC S9(5) COMP.
015800         03  GIE-PRINTED-SW      PIC X(01).
015900             88  GIE-PRINTED             VALUE 'Y'.
016000
016100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
016200 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
016300 01  GRADE-SCALE-FILE            COPY VSAMIOFB.
016400 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
016500 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
016600 01  INSTRUCTOR-TABLE-FILE       COPY VSAMIOFB.
016700
016800 01  SEMESTER-TABLE-RECORD.
016900     02  SMR-CODE                PIC X(06).
017000     02  SMR-DESCRIPTION         PIC X(20).
017100     02  FILLER                  PIC X(98).
017200
017300 01  GRADE-SCALE-RECORD.
017400     02  GSR-LETTER-GRADE        PIC X(02).
017500     02  GSR-QUALITY-POINTS      PIC 9V99.
017600
017700 01  SECTION-TABLE-RECORD.
017800     02  STR-DEPARTMENT          PIC 9(02).
017900     02  STR-COURSE              PIC 9(03).
018000     02  STR-NUMBER              PIC 9(01).
018100     02  STR-SEMESTER            PIC X(06).
018200     02  STR-DESCRIPTION         PIC X(11).
018300     02  STR-CAPACITY            PIC 9(03).
018400     02  STR-ENROLLED            PIC 9(03).
018500     02  STR-MEET-DAYS           PIC X(05).
018600     02  STR-START-TIME          PIC 9(04).
018700     02  STR-END-TIME            PIC 9(04).
018800     02  STR-ROOM                PIC X(05).
018900     02  STR-INSTRUCTOR-ID       PIC X(05).
019000     02  STR-XLIST-SECTION       PIC 9(06).
019100     02  STR-XLIST-SHARE         PIC 9(03).
019200
019300 01  STUDENT-RECORD-AREA         PIC X(83).
019400 01  COURSE-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
019500     02  CIR-STUDENT-ID          PIC X(07).
019600     02  CIR-KEY-ID              PIC 9(03).
019700     02  CIR-COURSE-ID           PIC 9(06).
019800     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
019900     02  CIR-STATUS              PIC X(01).
020000         88  CIR-ENROLLED                VALUE 'E'.
020100         88  CIR-INCOMPLETE              VALUE 'I'.
020200         88  CIR-WITHDRAWN               VALUE 'X'.
020300     02  CIR-SEMESTER            PIC X(06).
020400     02  CIR-ENROLL-DATE         PIC 9(08).
020500     02  CIR-DROP-DATE           PIC 9(08).
020600     02  CIR-WAIT-POSITION       PIC 9(03).
020700     02  CIR-WAIT-DATE           PIC 9(08).
020800     02  FILLER                  PIC X(30).
020900
021000 01  INSTRUCTOR-TABLE-RECORD.
021100     02  ITR-INSTRUCTOR-ID       PIC X(05).
021200     02  ITR-NAME                PIC X(22).
021300     02  ITR-DEPARTMENT          PIC 9(02).
021310     02  ITR-CATEGORY            PIC X(02).
021400
021500 01  HEADING-LINE-1.
021600     02  FILLER                  PIC X(46) VALUE
021700         'GRADDIST - GRADE DISTRIBUTION                 '.
021800     02  FILLER                  PIC X(09) VALUE 'SEMESTER '.
021900     02  HL1-SEMESTER            PIC X(06).
022000     02  FILLER                  PIC X(02) VALUE SPACES.
022100     02  HL1-DESCRIPTION         PIC X(20).
022200     02  FILLER                  PIC X(49) VALUE SPACES.
022300
022400 01  HEADING-LINE-2.
022500     02  FILLER                  PIC X(14) VALUE 'BY SECTION    '.
022600     02  FILLER                  PIC X(17) VALUE
022700         'GPA TOLERANCE +/-'.
022800     02  HL2-GPA-TOLERANCE       PIC 9.99.
022900     02  FILLER                  PIC X(29) VALUE
023000         '   FAILURE-RATE TOLERANCE +/-'.
023100     02  HL2-FAIL-TOLERANCE      PIC ZZ9.
023200     02  FILLER                  PIC X(65) VALUE ' PCT'.
023300
023400 01  SECTION-COLUMN-LINE.
023500     02  FILLER                  PIC X(28) VALUE
023600         'SECTN   DESCRIPTION  INSTR  '.
023700     02  FILLER                  PIC X(35) VALUE
023800         '   A    B    C    D    F    I    W '.
023900     02  FILLER                  PIC X(24) VALUE
024000         '  GRAD   GPA  FL%  FLAGS'.
024100     02  FILLER                  PIC X(45) VALUE SPACES.
024200
024300 01  INSTRUCTOR-COLUMN-LINE.
024400     02  FILLER                  PIC X(28) VALUE
024500         'INSTR NAME                  '.
024600     02  FILLER                  PIC X(35) VALUE
024700         '   A    B    C    D    F    I    W '.
024800     02  FILLER                  PIC X(24) VALUE
024900         '  GRAD   GPA  FL%  SECTS'.
025000     02  FILLER                  PIC X(45) VALUE SPACES.
025100
025200 01  DETAIL-LINE.
025300     02  DL-IDENT                PIC X(28).
025400     02  DL-SECTION-IDENT REDEFINES DL-IDENT.
025500         03  DL-SECTION-ID       PIC X(06).
025600         03  FILLER              PIC X(02).
025700         03  DL-DESCRIPTION      PIC X(11).
025800         03  FILLER              PIC X(02).
025900         03  DL-INSTRUCTOR-ID    PIC X(05).
026000         03  FILLER              PIC X(02).
026100     02  DL-INSTRUCTOR-IDENT REDEFINES DL-IDENT.
026200         03  DL-INST-ID          PIC X(05).
026300         03  FILLER              PIC X(01).
026400         03  DL-INST-NAME        PIC X(22).
026500     02  DL-BUCKET OCCURS 7 TIMES.
026600         03  DL-COUNT            PIC ZZZ9.
026700         03  FILLER              PIC X(01).
026800     02  FILLER                  PIC X(02).
026900     02  DL-GRADED               PIC ZZZ9.
027000     02  FILLER                  PIC X(02).
027100     02  DL-GPA                  PIC 9.99.
027200     02  FILLER                  PIC X(02).
027300     02  DL-FAIL-PCT             PIC ZZ9.
027400     02  FILLER                  PIC X(02).
027500     02  DL-FLAGS.
027600         03  DL-GPA-FLAG         PIC X(09).
027700         03  DL-FAIL-FLAG        PIC X(09).
027800     02  DL-SECTIONS REDEFINES DL-FLAGS.
027900         03  DL-SECTION-COUNT    PIC ZZ9.
028000         03  FILLER              PIC X(15).
028100     02  FILLER                  PIC X(32).
028200
028300 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600
028700 000-INITIATE.
028800
028900     DISPLAY 'GRADDIST: GRADE DISTRIBUTION'.
029000     DISPLAY '----------------------------'.
029100     DISPLAY ' '.
029200
029300     OPEN INPUT CONTROL-CARD-FILE.
029400     MOVE SPACES TO CONTROL-CARD-RECORD.
029500     READ CONTROL-CARD-FILE
029600         AT END
029700             DISPLAY 'GRADDIST: NO SEMESTER CARD SUPPLIED - '
029800                     'STOPPING'
029900             MOVE +8 TO RETURN-CODE
030000             STOP RUN.
030100*    END-READ.
030200     CLOSE CONTROL-CARD-FILE.
030300
030400     IF CC-SEMESTER EQUAL SPACES
030500         DISPLAY 'GRADDIST: SEMESTER CARD IS BLANK - STOPPING'
030600         MOVE +8 TO RETURN-CODE
030700         STOP RUN.
030800*    END-IF.
030900
031000     IF CC-GPA-TOLERANCE-X NOT EQUAL SPACES
031100         IF CC-GPA-TOLERANCE NOT NUMERIC
031200             DISPLAY 'GRADDIST: GPA TOLERANCE ' CC-GPA-TOLERANCE-X
031300                     ' IS NOT NUMERIC - STOPPING'
031400             MOVE +8 TO RETURN-CODE
031500             STOP RUN
031600         ELSE
031700             MOVE CC-GPA-TOLERANCE TO WS-GPA-TOLERANCE.
031800*        END-IF
031900*    END-IF.
032000     IF CC-FAIL-TOLERANCE-X NOT EQUAL SPACES
032100         IF CC-FAIL-TOLERANCE NOT NUMERIC
032200             DISPLAY 'GRADDIST: FAILURE TOLERANCE '
032300                     CC-FAIL-TOLERANCE-X
032400                     ' IS NOT NUMERIC - STOPPING'
032500             MOVE +8 TO RETURN-CODE
032600             STOP RUN
032700         ELSE
032800             MOVE CC-FAIL-TOLERANCE TO WS-FAIL-TOLERANCE.
032900*        END-IF
033000*    END-IF.
033100
033200     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
033300     MOVE VSIO-KSDS TO
033400         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
033500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
033600     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
033700     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
033800     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
033900     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
034000     MOVE VSIO-OPEN TO VSIO-COMMAND.
034100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034200                         SEMESTER-TABLE-FILE,
034300                         SEMESTER-TABLE-RECORD.
034400*    END-CALL.
034500     IF NOT VSIO-SUCCESS
034600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034700         MOVE +8 TO RETURN-CODE
034800         STOP RUN.
034900*    END-IF.
035000
035100     MOVE SPACES TO SEMESTER-TABLE-RECORD.
035200     MOVE CC-SEMESTER TO SMR-CODE.
035300     MOVE VSIO-READ TO VSIO-COMMAND.
035400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035500                         SEMESTER-TABLE-FILE,
035600                         SEMESTER-TABLE-RECORD.
035700*    END-CALL.
035800     IF NOT VSIO-SUCCESS
035900         DISPLAY 'GRADDIST: SEMESTER ' CC-SEMESTER
036000                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
036100         MOVE +8 TO RETURN-CODE
036200         STOP RUN.
036300*    END-IF.
036400
036500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
036600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036700                         SEMESTER-TABLE-FILE,
036800                         SEMESTER-TABLE-RECORD.
036900*    END-CALL.
037000
037100     MOVE 'GRADTBL' TO VSIO-DDNAME OF GRADE-SCALE-FILE.
037200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF GRADE-SCALE-FILE.
037300     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF GRADE-SCALE-FILE.
037400     MOVE VSIO-INPUT TO VSIO-MODE OF GRADE-SCALE-FILE.
037500     MOVE +5 TO VSIO-RECORD-LENGTH OF GRADE-SCALE-FILE.
037600     MOVE +0 TO VSIO-KEY-POSITION OF GRADE-SCALE-FILE.
037700     MOVE +2 TO VSIO-KEY-LENGTH OF GRADE-SCALE-FILE.
037800     MOVE VSIO-OPEN TO VSIO-COMMAND.
037900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038000                         GRADE-SCALE-FILE,
038100                         GRADE-SCALE-RECORD.
038200*    END-CALL.
038300     IF NOT VSIO-SUCCESS
038400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
038500         MOVE +8 TO RETURN-CODE
038600         STOP RUN.
038700*    END-IF.
038800
038900     MOVE 'N' TO TABLE-EOF-SW.
039000     PERFORM 105-LOAD-ONE-GRADE
039100        THRU 109-EXIT
039200       UNTIL TABLE-EOF.
039300*    END-PERFORM.
039400
039500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
039600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039700                         GRADE-SCALE-FILE,
039800                         GRADE-SCALE-RECORD.
039900*    END-CALL.
040000
040100     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
040200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
040300     MOVE VSIO-SEQUENTIAL TO
040400         VSIO-ACCESS OF SECTION-TABLE-FILE.
040500     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
040600     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
040700     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
040800     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
040900     MOVE VSIO-OPEN TO VSIO-COMMAND.
041000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041100                         SECTION-TABLE-FILE,
041200                         SECTION-TABLE-RECORD.
041300*    END-CALL.
041400     IF NOT VSIO-SUCCESS
041500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041600         MOVE +8 TO RETURN-CODE
041700         STOP RUN.
041800*    END-IF.
041900
042000     MOVE 'N' TO TABLE-EOF-SW.
042100     PERFORM 110-LOAD-ONE-SECTION
042200        THRU 119-EXIT
042300       UNTIL TABLE-EOF.
042400*    END-PERFORM.
042500
042600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
042700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042800                         SECTION-TABLE-FILE,
042900                         SECTION-TABLE-RECORD.
043000*    END-CALL.
043100
043200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
043300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
043400     MOVE VSIO-SEQUENTIAL TO
043500         VSIO-ACCESS OF STUDENT-MASTER-FILE.
043600     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
043700     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
043800     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
043900     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
044000     MOVE VSIO-OPEN TO VSIO-COMMAND.
044100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044200                         STUDENT-MASTER-FILE,
044300                         STUDENT-RECORD-AREA.
044400*    END-CALL.
044500     IF NOT VSIO-SUCCESS
044600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044700         MOVE +8 TO RETURN-CODE
044800         STOP RUN.
044900*    END-IF.
045000
045100     PERFORM 120-COUNT-ONE-ENROLLMENT
045200        THRU 129-EXIT
045300       UNTIL MASTER-EOF.
045400*    END-PERFORM.
045500
045600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
045700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045800                         STUDENT-MASTER-FILE,
045900                         STUDENT-RECORD-AREA.
046000*    END-CALL.
046100
046200     MOVE 'INSTTBL' TO VSIO-DDNAME OF INSTRUCTOR-TABLE-FILE.
046300     MOVE VSIO-KSDS TO
046400         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
046500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
046600     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
046700     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
046800     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
046900     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
047000     MOVE VSIO-OPEN TO VSIO-COMMAND.
047100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047200                         INSTRUCTOR-TABLE-FILE,
047300                         INSTRUCTOR-TABLE-RECORD.
047400*    END-CALL.
047500     IF NOT VSIO-SUCCESS
047600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047700         MOVE +8 TO RETURN-CODE
047800         STOP RUN.
047900*    END-IF.
048000
048100     INITIALIZE GRADE-COURSE-TABLE.
048200     INITIALIZE GRADE-INSTRUCTOR-TABLE.
048300     INITIALIZE RUN-STATISTICS.
048400
048500     OPEN OUTPUT REPORT-FILE.
048600     MOVE CC-SEMESTER TO HL1-SEMESTER.
048700     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
048800     MOVE WS-GPA-TOLERANCE TO HL2-GPA-TOLERANCE.
048900     MOVE WS-FAIL-TOLERANCE TO HL2-FAIL-TOLERANCE.
049000
049100 010-PROCESS.
049200
049300     PERFORM 130-ROLL-UP-ONE-SECTION
049400        THRU 139-EXIT
049500       VARYING SECT-IDX FROM 1 BY 1
049600         UNTIL SECT-IDX GREATER THAN SECT-COUNT.
049700*    END-PERFORM.
049800
049900     WRITE REPORT-LINE FROM HEADING-LINE-1
050000         AFTER ADVANCING PAGE.
050100     WRITE REPORT-LINE FROM HEADING-LINE-2.
050200     WRITE REPORT-LINE FROM BLANK-LINE.
050300     WRITE REPORT-LINE FROM SECTION-COLUMN-LINE.
050400     PERFORM 140-PRINT-ONE-SECTION
050500        THRU 149-EXIT
050600       VARYING SECT-IDX FROM 1 BY 1
050700         UNTIL SECT-IDX GREATER THAN SECT-COUNT.
050800*    END-PERFORM.
050900
051000     MOVE 'BY INSTRUCTOR' TO HEADING-LINE-2.
051100     WRITE REPORT-LINE FROM HEADING-LINE-1
051200         AFTER ADVANCING PAGE.
051300     WRITE REPORT-LINE FROM HEADING-LINE-2.
051400     WRITE REPORT-LINE FROM BLANK-LINE.
051500     WRITE REPORT-LINE FROM INSTRUCTOR-COLUMN-LINE.
051600     PERFORM 150-PRINT-NEXT-INSTRUCTOR
051700        THRU 159-EXIT
051800       UNTIL PRINTED-COUNT NOT LESS THAN INST-COUNT.
051900*    END-PERFORM.
052000
052100     MOVE RS-POINTS TO LS-POINTS.
052200     MOVE RS-GRADED TO LS-GRADED.
052300     PERFORM 185-COPY-RUN-BUCKET
052400        THRU 185-EXIT
052500       VARYING GRADE-IDX FROM 1 BY 1
052600         UNTIL GRADE-IDX GREATER THAN 7.
052700*    END-PERFORM.
052800     MOVE SPACES TO DETAIL-LINE.
052900     MOVE 'ALL SECTIONS' TO DL-IDENT.
053000     PERFORM 170-FORMAT-STATISTICS THRU 179-EXIT.
053100     MOVE SECT-COUNT TO DL-SECTION-COUNT.
053200     WRITE REPORT-LINE FROM BLANK-LINE.
053300     WRITE REPORT-LINE FROM DETAIL-LINE.
053400
053500 020-TERMINATE.
053600
053700     CLOSE REPORT-FILE.
053800
053900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
054000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054100                         INSTRUCTOR-TABLE-FILE,
054200                         INSTRUCTOR-TABLE-RECORD.
054300*    END-CALL.
054400
054500     DISPLAY 'GRADDIST: SECTIONS REPORTED:  ' SECT-COUNT.
054600     DISPLAY 'GRADDIST: SECTIONS FLAGGED:   ' FLAGGED-COUNT.
054700     IF UNMAPPED-COUNT GREATER THAN ZERO
054800         DISPLAY 'GRADDIST: GRADES WITH QUALITY POINTS NOT ON '
054900                 'GRADTBL: ' UNMAPPED-COUNT.
055000*    END-IF.
055100
055200     IF ERROR-COUNTER GREATER THAN ZERO
055300         MOVE +8 TO RETURN-CODE.
055400*    END-IF.
055500     STOP RUN.
055600
055700 105-LOAD-ONE-GRADE.
055800
055900     MOVE +5 TO VSIO-RECORD-LENGTH OF GRADE-SCALE-FILE.
056000     MOVE VSIO-READ TO VSIO-COMMAND.
056100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056200                         GRADE-SCALE-FILE,
056300                         GRADE-SCALE-RECORD.
056400*    END-CALL.
056500     IF NOT VSIO-SUCCESS
056600         IF NOT VSIO-END-OF-FILE
056700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056800             ADD +1 TO ERROR-COUNTER
056900         END-IF
057000         MOVE 'Y' TO TABLE-EOF-SW
057100         GO TO 109-EXIT.
057200*    END-IF.
057300
057400     IF SCALE-COUNT NOT LESS THAN SCALE-MAX
057500         DISPLAY 'GRADDIST: GRADE SCALE TABLE FULL - '
057600             GSR-LETTER-GRADE ' IGNORED'
057700         GO TO 109-EXIT.
057800*    END-IF.
057900
058000     ADD 1 TO SCALE-COUNT.
058100     MOVE GSR-LETTER-GRADE TO SCE-LETTER-GRADE (SCALE-COUNT).
058200     MOVE GSR-QUALITY-POINTS TO SCE-QUALITY-POINTS (SCALE-COUNT).
058300
058400 109-EXIT.
058500     EXIT.
058600
058700 110-LOAD-ONE-SECTION.
058800
058900     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
059000     MOVE VSIO-READ TO VSIO-COMMAND.
059100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059200                         SECTION-TABLE-FILE,
059300                         SECTION-TABLE-RECORD.
059400*    END-CALL.
059500     IF NOT VSIO-SUCCESS
059600         IF NOT VSIO-END-OF-FILE
059700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059800             ADD +1 TO ERROR-COUNTER
059900         END-IF
060000         MOVE 'Y' TO TABLE-EOF-SW
060100         GO TO 119-EXIT.
060200*    END-IF.
060300
060400     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
060500         GO TO 119-EXIT.
060600*    END-IF.
060700
060800     IF SECT-COUNT NOT LESS THAN SECT-MAX
060900         DISPLAY 'GRADDIST: SECTION TABLE FULL - '
061000             SECTION-TABLE-RECORD (1:6) ' NOT REPORTED'
061100         ADD +1 TO ERROR-COUNTER
061200         GO TO 119-EXIT.
061300*    END-IF.
061400
061500     ADD 1 TO SECT-COUNT.
061600     INITIALIZE GRADE-SECTION-ENTRY (SECT-COUNT).
061700     MOVE SECTION-TABLE-RECORD (1:6) TO
061800         GSE-SECTION-ID (SECT-COUNT).
061900     MOVE STR-DESCRIPTION TO GSE-DESCRIPTION (SECT-COUNT).
062000     MOVE STR-INSTRUCTOR-ID TO GSE-INSTRUCTOR-ID (SECT-COUNT).
062100
062200 119-EXIT.
062300     EXIT.
062400
062500* ************************************************************** *
062600* PLACES ONE ENROLLMENT OF THE SEMESTER IN ITS SECTION'S LETTER  *
062700* BUCKET; A-F GRADES ALSO ADD THEIR QUALITY POINTS TO THE GPA.   *
062800* ************************************************************** *
062900 120-COUNT-ONE-ENROLLMENT.
063000
063100     MOVE SPACES TO STUDENT-RECORD-AREA.
063200     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
063300     MOVE VSIO-READ TO VSIO-COMMAND.
063400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063500                         STUDENT-MASTER-FILE,
063600                         STUDENT-RECORD-AREA.
063700*    END-CALL.
063800     IF NOT VSIO-SUCCESS
063900         IF VSIO-END-OF-FILE
064000             MOVE 'Y' TO MASTER-EOF-SW
064100         ELSE
064200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
064300             ADD +1 TO ERROR-COUNTER
064400             MOVE 'Y' TO MASTER-EOF-SW.
064500*        END-IF
064600*    END-IF.
064700     IF MASTER-EOF
064800         GO TO 129-EXIT.
064900*    END-IF.
065000
065100     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
065200     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
065300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
065400         GO TO 129-EXIT.
065500*    END-IF.
065600
065700     IF CIR-SEMESTER NOT EQUAL CC-SEMESTER
065800         GO TO 129-EXIT.
065900*    END-IF.
066000
066100     EVALUATE TRUE
066200         WHEN CIR-INCOMPLETE
066300             MOVE 6 TO GRADE-IDX
066400         WHEN CIR-WITHDRAWN
066500             MOVE 7 TO GRADE-IDX
066600         WHEN CIR-ENROLLED
066700             PERFORM 125-FIND-LETTER THRU 125-EXIT
066800         WHEN OTHER
066900             MOVE ZERO TO GRADE-IDX
067000     END-EVALUATE.
067100     IF GRADE-IDX EQUAL ZERO
067200         GO TO 129-EXIT.
067300*    END-IF.
067400
067500     MOVE STUDENT-RECORD-AREA (11:6) TO SEARCH-SECTION.
067600     PERFORM 160-LOCATE-SECTION THRU 169-EXIT.
067700     IF SECT-IDX EQUAL ZERO
067800         GO TO 129-EXIT.
067900*    END-IF.
068000
068100     ADD 1 TO GSE-COUNT (SECT-IDX, GRADE-IDX).
068200     IF GRADE-IDX LESS THAN 6
068300         ADD 1 TO GSE-GRADED (SECT-IDX)
068400         ADD CIR-GRADE TO GSE-POINTS (SECT-IDX).
068500*    END-IF.
068600
068700 129-EXIT.
068800     EXIT.
068900
069000* ************************************************************** *
069100* SETS GRADE-IDX TO THE A-F BUCKET OF THE FIRST SCALE LETTER     *
069200* CARRYING CIR-GRADE'S QUALITY POINTS, OR ZERO IF NONE DOES.     *
069300* ************************************************************** *
069400 125-FIND-LETTER.
069500
069600     MOVE ZERO TO GRADE-IDX.
069700     MOVE 'N' TO ENTRY-FOUND-SW.
069800     MOVE 1 TO SCALE-IDX.
069900     PERFORM 127-SCAN-SCALE THRU 127-EXIT
070000       UNTIL ENTRY-FOUND
070100          OR SCALE-IDX GREATER THAN SCALE-COUNT.
070200*    END-PERFORM.
070300
070400     IF ENTRY-FOUND
070500         EVALUATE SCE-LETTER-GRADE (SCALE-IDX) (1:1)
070600             WHEN 'A'
070700                 MOVE 1 TO GRADE-IDX
070800             WHEN 'B'
070900                 MOVE 2 TO GRADE-IDX
071000             WHEN 'C'
071100                 MOVE 3 TO GRADE-IDX
071200             WHEN 'D'
071300                 MOVE 4 TO GRADE-IDX
071400             WHEN 'F'
071500                 MOVE 5 TO GRADE-IDX
071600         END-EVALUATE.
071700*    END-IF.
071800
071900     IF GRADE-IDX EQUAL ZERO
072000         ADD 1 TO UNMAPPED-COUNT.
072100*    END-IF.
072200
072300 125-EXIT.
072400     EXIT.
072500
072600 127-SCAN-SCALE.
072700
072800     IF SCE-QUALITY-POINTS (SCALE-IDX) EQUAL CIR-GRADE
072900     AND SCE-LETTER-GRADE (SCALE-IDX) (1:1) NOT EQUAL 'I'
073000     AND SCE-LETTER-GRADE (SCALE-IDX) (1:1) NOT EQUAL 'W'
073100         MOVE 'Y' TO ENTRY-FOUND-SW
073200     ELSE
073300         ADD 1 TO SCALE-IDX.
073400*    END-IF.
073500
073600 127-EXIT.
073700     EXIT.
073800
073900* ************************************************************** *
074000* ADDS ONE SECTION INTO ITS COURSE'S AVERAGES, ITS INSTRUCTOR'S  *
074100* TOTALS AND THE RUN TOTALS.                                     *
074200* ************************************************************** *
074300 130-ROLL-UP-ONE-SECTION.
074400
074500     MOVE GSE-SECTION-ID (SECT-IDX) (1:5) TO SEARCH-COURSE.
074600     PERFORM 132-LOCATE-COURSE THRU 132-EXIT.
074700     IF CRSE-IDX EQUAL ZERO
074800         IF CRSE-COUNT NOT LESS THAN CRSE-MAX
074900             DISPLAY 'GRADDIST: COURSE TABLE FULL - '
075000                 SEARCH-COURSE ' NOT AVERAGED'
075100             ADD +1 TO ERROR-COUNTER
075200         ELSE
075300             ADD 1 TO CRSE-COUNT
075400             MOVE CRSE-COUNT TO CRSE-IDX
075500             MOVE SEARCH-COURSE TO GCE-COURSE-ID (CRSE-IDX)
075600         END-IF.
075700*    END-IF.
075800     IF CRSE-IDX NOT EQUAL ZERO
075900     AND GSE-GRADED (SECT-IDX) GREATER THAN ZERO
076000         ADD 1 TO GCE-SECTIONS (CRSE-IDX)
076100         ADD GSE-POINTS (SECT-IDX) TO GCE-POINTS (CRSE-IDX)
076200         ADD GSE-GRADED (SECT-IDX) TO GCE-GRADED (CRSE-IDX)
076300         ADD GSE-COUNT (SECT-IDX, 5) TO GCE-FAILED (CRSE-IDX).
076400*    END-IF.
076500
076600     MOVE GSE-INSTRUCTOR-ID (SECT-IDX) TO SEARCH-INSTRUCTOR.
076700     PERFORM 134-LOCATE-INSTRUCTOR THRU 134-EXIT.
076800     IF INST-IDX EQUAL ZERO
076900         IF INST-COUNT NOT LESS THAN INST-MAX
077000             DISPLAY 'GRADDIST: INSTRUCTOR TABLE FULL - '
077100                 SEARCH-INSTRUCTOR ' NOT TOTALED'
077200             ADD +1 TO ERROR-COUNTER
077300         ELSE
077400             ADD 1 TO INST-COUNT
077500             MOVE INST-COUNT TO INST-IDX
077600             MOVE SEARCH-INSTRUCTOR TO
077700                 GIE-INSTRUCTOR-ID (INST-IDX)
077800             MOVE 'N' TO GIE-PRINTED-SW (INST-IDX)
077900         END-IF.
078000*    END-IF.
078100
078200     PERFORM 137-ADD-ONE-BUCKET
078300        THRU 137-EXIT
078400       VARYING GRADE-IDX FROM 1 BY 1
078500         UNTIL GRADE-IDX GREATER THAN 7.
078600*    END-PERFORM.
078700     ADD GSE-POINTS (SECT-IDX) TO RS-POINTS.
078800     ADD GSE-GRADED (SECT-IDX) TO RS-GRADED.
078900     IF INST-IDX NOT EQUAL ZERO
079000         ADD 1 TO GIE-SECTIONS (INST-IDX)
079100         ADD GSE-POINTS (SECT-IDX) TO GIE-POINTS (INST-IDX)
079200         ADD GSE-GRADED (SECT-IDX) TO GIE-GRADED (INST-IDX).
079300*    END-IF.
079400
079500 139-EXIT.
079600     EXIT.
079700
079800 132-LOCATE-COURSE.
079900
080000     MOVE 'N' TO ENTRY-FOUND-SW.
080100     MOVE 1 TO CRSE-IDX.
080200     PERFORM 133-SCAN-COURSE THRU 133-EXIT
080300       UNTIL ENTRY-FOUND
080400          OR CRSE-IDX GREATER THAN CRSE-COUNT.
080500*    END-PERFORM.
080600     IF NOT ENTRY-FOUND
080700         MOVE ZERO TO CRSE-IDX.
080800*    END-IF.
080900
081000 132-EXIT.
081100     EXIT.
081200
081300 133-SCAN-COURSE.
081400
081500     IF GCE-COURSE-ID (CRSE-IDX) EQUAL SEARCH-COURSE
081600         MOVE 'Y' TO ENTRY-FOUND-SW
081700     ELSE
081800         ADD 1 TO CRSE-IDX.
081900*    END-IF.
082000
082100 133-EXIT.
082200     EXIT.
082300
082400 134-LOCATE-INSTRUCTOR.
082500
082600     MOVE 'N' TO ENTRY-FOUND-SW.
082700     MOVE 1 TO INST-IDX.
082800     PERFORM 135-SCAN-INSTRUCTOR THRU 135-EXIT
082900       UNTIL ENTRY-FOUND
083000          OR INST-IDX GREATER THAN INST-COUNT.
083100*    END-PERFORM.
083200     IF NOT ENTRY-FOUND
083300         MOVE ZERO TO INST-IDX.
083400*    END-IF.
083500
083600 134-EXIT.
083700     EXIT.
083800
083900 135-SCAN-INSTRUCTOR.
084000
084100     IF GIE-INSTRUCTOR-ID (INST-IDX) EQUAL SEARCH-INSTRUCTOR
084200         MOVE 'Y' TO ENTRY-FOUND-SW
084300     ELSE
084400         ADD 1 TO INST-IDX.
084500*    END-IF.
084600
084700 135-EXIT.
084800     EXIT.
084900
085000 137-ADD-ONE-BUCKET.
085100
085200     ADD GSE-COUNT (SECT-IDX, GRADE-IDX) TO RS-COUNT (GRADE-IDX).
085300     IF INST-IDX NOT EQUAL ZERO
085400         ADD GSE-COUNT (SECT-IDX, GRADE-IDX) TO
085500             GIE-COUNT (INST-IDX, GRADE-IDX).
085600*    END-IF.
085700
085800 137-EXIT.
085900     EXIT.
086000
086100* ************************************************************** *
086200* PRINTS ONE SECTION'S MIX, FLAGGING IT WHEN ITS GPA OR FAILURE  *
086300* RATE IS OUT OF LINE WITH THE COURSE AS A WHOLE.                *
086400* ************************************************************** *
086500 140-PRINT-ONE-SECTION.
086600
086700     MOVE GSE-POINTS (SECT-IDX) TO LS-POINTS.
086800     MOVE GSE-GRADED (SECT-IDX) TO LS-GRADED.
086900     PERFORM 145-COPY-SECTION-BUCKET
087000        THRU 145-EXIT
087100       VARYING GRADE-IDX FROM 1 BY 1
087200         UNTIL GRADE-IDX GREATER THAN 7.
087300*    END-PERFORM.
087400
087500     MOVE SPACES TO DETAIL-LINE.
087600     MOVE GSE-SECTION-ID (SECT-IDX) TO DL-SECTION-ID.
087700     MOVE GSE-DESCRIPTION (SECT-IDX) TO DL-DESCRIPTION.
087800     MOVE GSE-INSTRUCTOR-ID (SECT-IDX) TO DL-INSTRUCTOR-ID.
087900     PERFORM 170-FORMAT-STATISTICS THRU 179-EXIT.
088000
088100     IF LS-GRADED EQUAL ZERO
088200         GO TO 148-WRITE-SECTION.
088300*    END-IF.
088400     MOVE GSE-SECTION-ID (SECT-IDX) (1:5) TO SEARCH-COURSE.
088500     PERFORM 132-LOCATE-COURSE THRU 132-EXIT.
088600     IF CRSE-IDX EQUAL ZERO
088700         GO TO 148-WRITE-SECTION.
088800*    END-IF.
088900     IF GCE-SECTIONS (CRSE-IDX) LESS THAN 2
089000         GO TO 148-WRITE-SECTION.
089100*    END-IF.
089200
089300     COMPUTE WS-COURSE-GPA ROUNDED =
089400         GCE-POINTS (CRSE-IDX) / GCE-GRADED (CRSE-IDX).
089500     COMPUTE WS-COURSE-FAIL-PCT ROUNDED =
089600         (GCE-FAILED (CRSE-IDX) * 100) / GCE-GRADED (CRSE-IDX).
089700
089800     COMPUTE WS-DIFFERENCE = LS-GPA - WS-COURSE-GPA.
089900     IF WS-DIFFERENCE NOT LESS THAN WS-GPA-TOLERANCE
090000         MOVE 'GPA HIGH' TO DL-GPA-FLAG
090100     ELSE
090200         IF WS-DIFFERENCE NOT GREATER THAN (0 - WS-GPA-TOLERANCE)
090300             MOVE 'GPA LOW' TO DL-GPA-FLAG.
090400*        END-IF
090500*    END-IF.
090600
090700     COMPUTE WS-DIFFERENCE = LS-FAIL-PCT - WS-COURSE-FAIL-PCT.
090800     IF WS-DIFFERENCE NOT LESS THAN WS-FAIL-TOLERANCE
090900         MOVE 'FAIL HIGH' TO DL-FAIL-FLAG
091000     ELSE
091100         IF WS-DIFFERENCE NOT GREATER THAN
091200                 (0 - WS-FAIL-TOLERANCE)
091300             MOVE 'FAIL LOW' TO DL-FAIL-FLAG.
091400*        END-IF
091500*    END-IF.
091600
091700     IF DL-FLAGS NOT EQUAL SPACES
091800         ADD 1 TO FLAGGED-COUNT.
091900*    END-IF.
092000
092100 148-WRITE-SECTION.
092200
092300     WRITE REPORT-LINE FROM DETAIL-LINE.
092400
092500 149-EXIT.
092600     EXIT.
092700
092800 145-COPY-SECTION-BUCKET.
092900
093000     MOVE GSE-COUNT (SECT-IDX, GRADE-IDX) TO LS-COUNT (GRADE-IDX).
093100
093200 145-EXIT.
093300     EXIT.
093400
093500* ************************************************************** *
093600* PRINTS THE UNPRINTED INSTRUCTOR WITH THE LOWEST ID.            *
093700* ************************************************************** *
093800 150-PRINT-NEXT-INSTRUCTOR.
093900
094000     MOVE ZERO TO BEST-IDX.
094100     PERFORM 152-FIND-LOWEST-ENTRY
094200        THRU 152-EXIT
094300       VARYING INST-IDX FROM 1 BY 1
094400         UNTIL INST-IDX GREATER THAN INST-COUNT.
094500*    END-PERFORM.
094600
094700     IF BEST-IDX EQUAL ZERO
094800         MOVE INST-COUNT TO PRINTED-COUNT
094900         GO TO 159-EXIT.
095000*    END-IF.
095100
095200     MOVE 'Y' TO GIE-PRINTED-SW (BEST-IDX).
095300     ADD 1 TO PRINTED-COUNT.
095400
095500     MOVE SPACES TO INSTRUCTOR-TABLE-RECORD.
095600     IF GIE-INSTRUCTOR-ID (BEST-IDX) EQUAL SPACES
095700         MOVE '*** NO INSTRUCTOR ***' TO ITR-NAME
095800     ELSE
095900         MOVE GIE-INSTRUCTOR-ID (BEST-IDX) TO ITR-INSTRUCTOR-ID
096000         MOVE VSIO-READ TO VSIO-COMMAND
096100         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
096200                             INSTRUCTOR-TABLE-FILE,
096300                             INSTRUCTOR-TABLE-RECORD
096400         IF NOT VSIO-SUCCESS
096500             MOVE '*** NOT ON INSTTBL ***' TO ITR-NAME
096600             MOVE +0 TO VSIO-RETURN-CODE
096700         END-IF.
096800*    END-IF.
096900
097000     MOVE GIE-POINTS (BEST-IDX) TO LS-POINTS.
097100     MOVE GIE-GRADED (BEST-IDX) TO LS-GRADED.
097200     PERFORM 155-COPY-INSTRUCTOR-BUCKET
097300        THRU 155-EXIT
097400       VARYING GRADE-IDX FROM 1 BY 1
097500         UNTIL GRADE-IDX GREATER THAN 7.
097600*    END-PERFORM.
097700
097800     MOVE SPACES TO DETAIL-LINE.
097900     MOVE GIE-INSTRUCTOR-ID (BEST-IDX) TO DL-INST-ID.
098000     MOVE ITR-NAME TO DL-INST-NAME.
098100     PERFORM 170-FORMAT-STATISTICS THRU 179-EXIT.
098200     MOVE GIE-SECTIONS (BEST-IDX) TO DL-SECTION-COUNT.
098300     WRITE REPORT-LINE FROM DETAIL-LINE.
098400
098500 159-EXIT.
098600     EXIT.
098700
098800 152-FIND-LOWEST-ENTRY.
098900
099000     IF GIE-PRINTED (INST-IDX)
099100         GO TO 152-EXIT.
099200*    END-IF.
099300
099400     IF BEST-IDX EQUAL ZERO
099500         MOVE INST-IDX TO BEST-IDX
099600     ELSE
099700         IF GIE-INSTRUCTOR-ID (INST-IDX) LESS THAN
099800                 GIE-INSTRUCTOR-ID (BEST-IDX)
099900             MOVE INST-IDX TO BEST-IDX.
100000*        END-IF
100100*    END-IF.
100200
100300 152-EXIT.
100400     EXIT.
100500
100600 155-COPY-INSTRUCTOR-BUCKET.
100700
100800     MOVE GIE-COUNT (BEST-IDX, GRADE-IDX) TO LS-COUNT (GRADE-IDX).
100900
101000 155-EXIT.
101100     EXIT.
101200
101300* ************************************************************** *
101400* SETS SECT-IDX TO THE ENTRY FOR SEARCH-SECTION, OR ZERO.        *
101500* ************************************************************** *
101600 160-LOCATE-SECTION.
101700
101800     MOVE 'N' TO ENTRY-FOUND-SW.
101900     MOVE 1 TO SECT-IDX.
102000     PERFORM 165-SCAN-SECTION THRU 165-EXIT
102100       UNTIL ENTRY-FOUND
102200          OR SECT-IDX GREATER THAN SECT-COUNT.
102300*    END-PERFORM.
102400     IF NOT ENTRY-FOUND
102500         MOVE ZERO TO SECT-IDX.
102600*    END-IF.
102700
102800 169-EXIT.
102900     EXIT.
103000
103100 165-SCAN-SECTION.
103200
103300     IF GSE-SECTION-ID (SECT-IDX) EQUAL SEARCH-SECTION
103400         MOVE 'Y' TO ENTRY-FOUND-SW
103500     ELSE
103600         ADD 1 TO SECT-IDX.
103700*    END-IF.
103800
103900 165-EXIT.
104000     EXIT.
104100
104200* ************************************************************** *
104300* MOVES LINE-STATISTICS INTO THE BUCKET, GPA AND FAILURE-RATE    *
104400* COLUMNS OF DETAIL-LINE, SETTING LS-GPA AND LS-FAIL-PCT.        *
104500* ************************************************************** *
104600 170-FORMAT-STATISTICS.
104700
104800     PERFORM 175-FORMAT-ONE-BUCKET
104900        THRU 175-EXIT
105000       VARYING GRADE-IDX FROM 1 BY 1
105100         UNTIL GRADE-IDX GREATER THAN 7.
105200*    END-PERFORM.
105300
105400     MOVE LS-GRADED TO DL-GRADED.
105500     IF LS-GRADED EQUAL ZERO
105600         MOVE ZERO TO LS-GPA
105700         MOVE ZERO TO LS-FAIL-PCT
105800         GO TO 179-EXIT.
105900*    END-IF.
106000
106100     COMPUTE LS-GPA ROUNDED = LS-POINTS / LS-GRADED.
106200     COMPUTE LS-FAIL-PCT ROUNDED =
106300         (LS-COUNT (5) * 100) / LS-GRADED.
106400     MOVE LS-GPA TO DL-GPA.
106500     MOVE LS-FAIL-PCT TO DL-FAIL-PCT.
106600
106700 179-EXIT.
106800     EXIT.
106900
107000 175-FORMAT-ONE-BUCKET.
107100
107200     MOVE LS-COUNT (GRADE-IDX) TO DL-COUNT (GRADE-IDX).
107300
107400 175-EXIT.
107500     EXIT.
107600
107700 185-COPY-RUN-BUCKET.
107800
107900     MOVE RS-COUNT (GRADE-IDX) TO LS-COUNT (GRADE-IDX).
108000
108100 185-EXIT.
108200     EXIT.
108300
108400* ************************************************************** *
108500* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
108600* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
108700* PROGRAM IN THIS SUITE.                                         *
108800* ************************************************************** *
108900 500-DISPLAY-UNKNOWN-ERROR.
109000
109100     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
109200     EXHIBIT NAMED VSIO-RETURN-CODE.
109300     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
109400                   VSIO-VSAM-FUNCTION-CODE,
109500                   VSIO-VSAM-FEEDBACK-CODE.
109600
109700 509-EXIT.
109800     EXIT.
