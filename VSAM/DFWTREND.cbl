000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DFWTREND.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MULTI-TERM D/F/WITHDRAW (DFW) RATE TRENDING BY COURSE.  THE   *
000900* ARCHIVED ENROLLMENTS ON THE KEYED STMHIST CLUSTER (LOADED BY  *
001000* SEMARCH) AND THE LIVE ONES ON STMASTR ARE COMBINED, AND FOR   *
001100* EVERY COURSE (ALL SECTIONS TOGETHER) AND EVERY SEMESTER IN    *
001200* THE RANGE ON THE SYSIN CARD THE REPORT SHOWS THE NUMBER       *
001300* ENROLLED, THE D, F AND WITHDRAWAL ('X') COUNTS, AND THE DFW   *
001400* PERCENT.  A COURSE WHOSE DFW RATE EXCEEDS THE THRESHOLD IN    *
001500* THE GIVEN NUMBER OF CONSECUTIVE TERMS IT WAS TAUGHT IS         *
001600* FLAGGED; A TERM THE COURSE WAS NOT OFFERED NEITHER EXTENDS    *
001700* NOR BREAKS THE RUN.                                           *
001800*                                                               *
001900* ENROLLED COUNTS EVERY GRADED ('E'), INCOMPLETE ('I') AND      *
002000* WITHDRAWN ('X') ENROLLMENT; AUDITS AND WAIT-LIST ENTRIES ARE  *
002100* LEFT OUT.  THE LETTER FOR AN 'E' IS THE FIRST GRADTBL LETTER  *
002200* (IN KEY ORDER) CARRYING ITS QUALITY POINTS, THE SAME RULE     *
002300* GRADDIST USES, SO D+ AND D- COUNT AS D.                       *
002400*                                                               *
002500* SEMESTER CODES ARE TERM+YEAR (SP2025, SU2025, FA2025...) AND  *
002600* ARE ORDERED BY THE SAME YEAR+TERM-RANK SORT KEY SEMARCH       *
002700* BUILDS.  THE RANGE MAY SPAN AT MOST 12 TERMS.                 *
002800*                                                               *
002900* SYSIN CARD:                                                   *
003000*   COLS  1-6  FIRST SEMESTER OF THE RANGE (MUST BE ON SEMTBL)  *
003100*   COLS  7-12 LAST SEMESTER OF THE RANGE  (MUST BE ON SEMTBL)  *
003200*   COLS 13-15 DFW THRESHOLD PERCENT     (BLANK = 30)           *
003300*   COLS 16-17 CONSECUTIVE TERMS TO FLAG (BLANK = 2)            *
003400* THE RUN ENDS RC 8 ON A BAD CARD OR A VSAM ERROR.              *
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
005200     SELECT REPORT-FILE
005300         ASSIGN TO UR-1403-S-SYSPRINT.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CONTROL-CARD-FILE
005800     LABEL RECORDS ARE OMITTED
005900     RECORD CONTAINS 80 CHARACTERS
006000     BLOCK CONTAINS 0 RECORDS
006100     DATA RECORD IS CONTROL-CARD-RECORD.
006200 01  CONTROL-CARD-RECORD.
006300     02  CC-FROM-SEMESTER        PIC X(06).
006400     02  CC-THRU-SEMESTER        PIC X(06).
006500     02  CC-THRESHOLD            PIC 9(03).
006600     02  CC-THRESHOLD-X REDEFINES CC-THRESHOLD
006700                                 PIC X(03).
006800     02  CC-CONSECUTIVE          PIC 9(02).
006900     02  CC-CONSECUTIVE-X REDEFINES CC-CONSECUTIVE
007000                                 PIC X(02).
007100     02  FILLER                  PIC X(63).
007200
007300 FD  REPORT-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORD CONTAINS 132 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS REPORT-LINE.
007800 01  REPORT-LINE                 PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
008200     88  MASTER-EOF                          VALUE 'Y'.
008300 77  TABLE-EOF-SW                PIC X(01)   VALUE 'N'.
008400     88  TABLE-EOF                           VALUE 'Y'.
008500 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
008600     88  ENTRY-FOUND                         VALUE 'Y'.
008700
008800 77  CRSE-IDX                    PIC S9(4) COMP VALUE ZERO.
008900 77  CRSE-COUNT                  PIC S9(4) COMP VALUE ZERO.
009000 77  CRSE-MAX                    PIC S9(4) COMP VALUE +1000.
009100 77  TERM-IDX                    PIC S9(4) COMP VALUE ZERO.
009200 77  TERM-COUNT                  PIC S9(4) COMP VALUE ZERO.
009300 77  TERM-MAX                    PIC S9(4) COMP VALUE +12.
009400 77  SCALE-IDX                   PIC S9(4) COMP VALUE ZERO.
009500 77  SCALE-COUNT                 PIC S9(4) COMP VALUE ZERO.
009600 77  SCALE-MAX                   PIC S9(4) COMP VALUE +30.
009700 77  BEST-IDX                    PIC S9(4) COMP VALUE ZERO.
009800 77  PRINTED-COUNT               PIC S9(4) COMP VALUE ZERO.
009900 77  RUN-LENGTH                  PIC S9(4) COMP VALUE ZERO.
010000 77  LONGEST-RUN                 PIC S9(4) COMP VALUE ZERO.
010100 77  FLAGGED-COUNT               PIC S9(8) COMP VALUE ZERO.
010200 77  HISTORY-COUNTER             PIC S9(8) COMP VALUE ZERO.
010300 77  LIVE-COUNTER                PIC S9(8) COMP VALUE ZERO.
010400 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
010500
010600 01  SEARCH-COURSE               PIC X(05)   VALUE SPACES.
010700 01  WS-THRESHOLD                PIC 9(03)   VALUE 30.
010800 01  WS-CONSECUTIVE              PIC 9(02)   VALUE 2.
010900 01  WS-DFW-PCT                  PIC S9(03)  VALUE ZERO.
011000 01  WS-LETTER                   PIC X(01)   VALUE SPACE.
011100 01  WS-FROM-SORT-KEY            PIC X(05)   VALUE SPACES.
011200 01  WS-THRU-SORT-KEY            PIC X(05)   VALUE SPACES.
011300 01  WS-RECORD-SORT-KEY          PIC X(05)   VALUE SPACES.
011400 01  WS-FROM-YEAR                PIC 9(04)   VALUE ZERO.
011500 01  WS-FROM-RANK                PIC 9(01)   VALUE ZERO.
011600 01  WS-YEAR                     PIC 9(04)   VALUE ZERO.
011700 01  WS-RANK                     PIC 9(01)   VALUE ZERO.
011800
011900* ************************************************************** *
012000* INPUT AND OUTPUT FIELDS FOR 600-BUILD-SEMESTER-SORT-KEY.  THE  *
012100* SORT KEY IS YEAR + TERM RANK (SP=1, SU=2, FA=3) SO SEMESTER    *
012200* CODES COMPARE IN CALENDAR ORDER.  AN UNRECOGNIZED TERM YIELDS  *
012300* RANK 9 AND THE HIGH YEAR 9999, WHICH FALLS OUTSIDE ANY RANGE.  *
012400* ************************************************************** *
012500 01  WS-SEMESTER-WORK-FIELDS.
012600     02  WS-SEM-IN.
012700         03  WS-SEM-IN-TERM      PIC X(02).
012800         03  WS-SEM-IN-YEAR      PIC X(04).
012900     02  WS-SEM-SORT-KEY.
013000         03  WS-SEM-SORT-YEAR    PIC X(04).
013100         03  WS-SEM-SORT-RANK    PIC X(01).
013200
013300* ************************************************************** *
013400* ONE SLOT PER TERM OF THE RANGE, IN CALENDAR ORDER.             *
013500* ************************************************************** *
013600 01  TERM-TABLE.
013700     02  TERM-ENTRY OCCURS 12 TIMES.
013800         03  TE-SEMESTER         PIC X(06).
013900
014000 01  GRADE-SCALE-TABLE.
014100     02  SCALE-ENTRY OCCURS 30 TIMES.
014200         03  SCE-LETTER-GRADE    PIC X(02).
014300         03  SCE-QUALITY-POINTS  PIC 9V99.
014400
014500 01  DFW-COURSE-TABLE.
014600     02  DFW-COURSE-ENTRY OCCURS 1000 TIMES.
014700         03  DCE-COURSE-ID       PIC X(05).
014800         03  DCE-PRINTED-SW      PIC X(01).
014900             88  DCE-PRINTED             VALUE 'Y'.
015000         03  DCE-TERM OCCURS 12 TIMES.
015100             04  DCE-ENROLLED    PIC S9(4) COMP.
015200             04  DCE-D-COUNT     PIC S9(4) COMP.
015300             04  DCE-F-COUNT     PIC S9(4) COMP.
015400             04  DCE-W-COUNT     PIC S9(4) COMP.
015500
015600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
015700 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
015800 01  GRADE-SCALE-FILE            COPY VSAMIOFB.
015900 01  HISTORY-FILE                COPY VSAMIOFB.
016000 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
016100 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
016200
016300 01  SEMESTER-TABLE-RECORD.
016400     02  SMR-CODE                PIC X(06).
016500     02  SMR-DESCRIPTION         PIC X(20).
016600     02  FILLER                  PIC X(98).
016700
016800 01  GRADE-SCALE-RECORD.
016900     02  GSR-LETTER-GRADE        PIC X(02).
017000     02  GSR-QUALITY-POINTS      PIC 9V99.
017100
017200* ************************************************************** *
017300* THE KEYED HISTORY RECORD: 22-BYTE PRIMARY KEY, THE 22-BYTE     *
017400* ALTERNATE-KEY ZONE, THEN THE FULL ORIGINAL ENROLLMENT IMAGE.   *
017500* ************************************************************** *
017600 01  HISTORY-KSDS-RECORD.
017700     02  HST-STUDENT-ID          PIC X(07).
017800     02  HST-SEMESTER            PIC X(06).
017900     02  HST-COURSE-ID           PIC 9(06).
018000     02  HST-KEY-ID              PIC 9(03).
018100     02  HST-ALT-KEY.
018200         03  HST-ALT-SEMESTER    PIC X(06).
018300         03  HST-ALT-COURSE-ID   PIC 9(06).
018400         03  FILLER              PIC X(10).
018500     02  HST-RECORD-IMAGE        PIC X(53).
018600
018700 01  STUDENT-RECORD-AREA         PIC X(83).
018800
018900 01  COURSE-INFO-RECORD.
019000     02  CIR-STUDENT-ID          PIC X(07).
019100     02  CIR-KEY-ID              PIC 9(03).
019200     02  CIR-COURSE-ID           PIC 9(06).
019300     02  FILLER                  REDEFINES CIR-COURSE-ID.
019400         03  CIR-COURSE-KEY      PIC X(05).
019500         03  CIR-SECTION         PIC 9(01).
019600     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
019700     02  CIR-STATUS              PIC X(01).
019800         88  CIR-ENROLLED                VALUE 'E'.
019900         88  CIR-INCOMPLETE              VALUE 'I'.
020000         88  CIR-WITHDRAWN               VALUE 'X'.
020100     02  CIR-SEMESTER            PIC X(06).
020200     02  CIR-ENROLL-DATE         PIC 9(08).
020300     02  CIR-DROP-DATE           PIC 9(08).
020400     02  CIR-WAIT-POSITION       PIC 9(03).
020500     02  CIR-WAIT-DATE           PIC 9(08).
020600
020700 01  COURSE-TABLE-RECORD.
020800     02  CTR-DEPARTMENT          PIC 9(02).
020900     02  CTR-NUMBER              PIC 9(03).
021000     02  CTR-DESCRIPTION         PIC X(50).
021100     02  CTR-CREDIT-HOURS        PIC 9(01).
021200
021300 01  HEADING-LINE-1.
021400     02  FILLER                  PIC X(46) VALUE
021500         'DFWTREND - D/F/WITHDRAW RATE BY COURSE       '.
021600     02  FILLER                  PIC X(06) VALUE 'TERMS '.
021700     02  HL1-FROM-SEMESTER       PIC X(06).
021800     02  FILLER                  PIC X(04) VALUE ' TO '.
021900     02  HL1-THRU-SEMESTER       PIC X(06).
022000     02  FILLER                  PIC X(64) VALUE SPACES.
022100
022200 01  HEADING-LINE-2.
022300     02  FILLER                  PIC X(27) VALUE
022400         'FLAGGED WHEN DFW EXCEEDS   '.
022500     02  HL2-THRESHOLD           PIC ZZ9.
022600     02  FILLER                  PIC X(09) VALUE ' PCT IN  '.
022700     02  HL2-CONSECUTIVE         PIC Z9.
022800     02  FILLER                  PIC X(91) VALUE
022900         ' CONSECUTIVE TERMS TAUGHT'.
023000
023100 01  COLUMN-HEADING-LINE.
023200     02  FILLER                  PIC X(08) VALUE 'COURSE'.
023300     02  FILLER                  PIC X(52) VALUE 'TITLE'.
023400     02  FILLER                  PIC X(10) VALUE 'SEMESTER'.
023500     02  FILLER                  PIC X(10) VALUE 'ENROLLED'.
023600     02  FILLER                  PIC X(06) VALUE '    D'.
023700     02  FILLER                  PIC X(06) VALUE '    F'.
023800     02  FILLER                  PIC X(06) VALUE '    W'.
023900     02  FILLER                  PIC X(34) VALUE '  DFW%'.
024000
024100 01  COURSE-LINE.
024200     02  CL-DEPARTMENT           PIC 9(02).
024300     02  FILLER                  PIC X(01) VALUE '-'.
024400     02  CL-COURSE               PIC 9(03).
024500     02  FILLER                  PIC X(02) VALUE SPACES.
024600     02  CL-TITLE                PIC X(50).
024700     02  FILLER                  PIC X(74) VALUE SPACES.
024800
024900 01  TERM-LINE.
025000     02  FILLER                  PIC X(60) VALUE SPACES.
025100     02  TL-SEMESTER             PIC X(06).
025200     02  FILLER                  PIC X(06) VALUE SPACES.
025300     02  TL-ENROLLED             PIC ZZZ9.
025400     02  FILLER                  PIC X(02) VALUE SPACES.
025500     02  TL-D-COUNT              PIC ZZZ9.
025600     02  FILLER                  PIC X(02) VALUE SPACES.
025700     02  TL-F-COUNT              PIC ZZZ9.
025800     02  FILLER                  PIC X(02) VALUE SPACES.
025900     02  TL-W-COUNT              PIC ZZZ9.
026000     02  FILLER                  PIC X(03) VALUE SPACES.
026100     02  TL-DFW-PCT              PIC ZZ9.
026200     02  FILLER                  PIC X(01) VALUE SPACES.
026300     02  TL-OVER                 PIC X(01).
026400     02  FILLER                  PIC X(30) VALUE SPACES.
026500
026600 01  FLAG-LINE.
026700     02  FILLER                  PIC X(60) VALUE SPACES.
026800     02  FILLER                  PIC X(31) VALUE
026900         '*** DFW OVER THRESHOLD IN     '.
027000     02  FL-RUN                  PIC Z9.
027100     02  FILLER                  PIC X(39) VALUE
027200         ' CONSECUTIVE TERMS TAUGHT ***'.
027300
027400 01  TOTAL-LINE.
027500     02  FILLER                  PIC X(20) VALUE
027600         'COURSES REPORTED:   '.
027700     02  TOT-COURSES             PIC ZZZ9.
027800     02  FILLER                  PIC X(06) VALUE SPACES.
027900     02  FILLER                  PIC X(20) VALUE
028000         'COURSES FLAGGED:    '.
028100     02  TOT-FLAGGED             PIC ZZZ9.
028200     02  FILLER                  PIC X(78) VALUE SPACES.
028300
028400 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
028500
028600 PROCEDURE DIVISION.
028700
028800 000-INITIATE.
028900
029000     DISPLAY 'DFWTREND: DFW RATE TRENDING BY COURSE'.
029100     DISPLAY '-------------------------------------'.
029200     DISPLAY ' '.
029300
029400     OPEN INPUT CONTROL-CARD-FILE.
029500     MOVE SPACES TO CONTROL-CARD-RECORD.
029600     READ CONTROL-CARD-FILE
029700         AT END
029800             DISPLAY 'DFWTREND: NO CONTROL CARD SUPPLIED - '
029900                     'STOPPING'
030000             MOVE +8 TO RETURN-CODE
030100             STOP RUN.
030200*    END-READ.
030300     CLOSE CONTROL-CARD-FILE.
030400
030500     IF CC-THRESHOLD-X NOT EQUAL SPACES
030600         IF CC-THRESHOLD NOT NUMERIC
030700         OR CC-THRESHOLD GREATER THAN 100
030800             DISPLAY 'DFWTREND: DFW THRESHOLD ' CC-THRESHOLD-X
030900                     ' IS NOT A PERCENT - STOPPING'
031000             MOVE +8 TO RETURN-CODE
031100             STOP RUN
031200         ELSE
031300             MOVE CC-THRESHOLD TO WS-THRESHOLD.
031400*        END-IF
031500*    END-IF.
031600     IF CC-CONSECUTIVE-X NOT EQUAL SPACES
031700         IF CC-CONSECUTIVE NOT NUMERIC
031800         OR CC-CONSECUTIVE EQUAL ZERO
031900             DISPLAY 'DFWTREND: CONSECUTIVE TERMS '
032000                     CC-CONSECUTIVE-X
032100                     ' IS NOT VALID - STOPPING'
032200             MOVE +8 TO RETURN-CODE
032300             STOP RUN
032400         ELSE
032500             MOVE CC-CONSECUTIVE TO WS-CONSECUTIVE.
032600*        END-IF
032700*    END-IF.
032800
032900     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
033000     MOVE VSIO-KSDS TO
033100         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
033200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
033300     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
033400     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
033500     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
033600     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
033700     MOVE VSIO-OPEN TO VSIO-COMMAND.
033800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033900                         SEMESTER-TABLE-FILE,
034000                         SEMESTER-TABLE-RECORD.
034100*    END-CALL.
034200     IF NOT VSIO-SUCCESS
034300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034400         MOVE +8 TO RETURN-CODE
034500         STOP RUN.
034600*    END-IF.
034700
034800     MOVE SPACES TO SEMESTER-TABLE-RECORD.
034900     MOVE CC-FROM-SEMESTER TO SMR-CODE.
035000     MOVE VSIO-READ TO VSIO-COMMAND.
035100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035200                         SEMESTER-TABLE-FILE,
035300                         SEMESTER-TABLE-RECORD.
035400*    END-CALL.
035500     IF NOT VSIO-SUCCESS
035600         DISPLAY 'DFWTREND: SEMESTER ' CC-FROM-SEMESTER
035700                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
035800         MOVE +8 TO RETURN-CODE
035900         STOP RUN.
036000*    END-IF.
036100
036200     MOVE SPACES TO SEMESTER-TABLE-RECORD.
036300     MOVE CC-THRU-SEMESTER TO SMR-CODE.
036400     MOVE VSIO-READ TO VSIO-COMMAND.
036500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036600                         SEMESTER-TABLE-FILE,
036700                         SEMESTER-TABLE-RECORD.
036800*    END-CALL.
036900     IF NOT VSIO-SUCCESS
037000         DISPLAY 'DFWTREND: SEMESTER ' CC-THRU-SEMESTER
037100                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
037200         MOVE +8 TO RETURN-CODE
037300         STOP RUN.
037400*    END-IF.
037500
037600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037800                         SEMESTER-TABLE-FILE,
037900                         SEMESTER-TABLE-RECORD.
038000*    END-CALL.
038100
038200     MOVE CC-FROM-SEMESTER TO WS-SEM-IN.
038300     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
038400     MOVE WS-SEM-SORT-KEY TO WS-FROM-SORT-KEY.
038500     MOVE CC-THRU-SEMESTER TO WS-SEM-IN.
038600     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
038700     MOVE WS-SEM-SORT-KEY TO WS-THRU-SORT-KEY.
038800
038900     IF WS-FROM-SORT-KEY (5:1) EQUAL '9'
039000     OR WS-THRU-SORT-KEY (5:1) EQUAL '9'
039100         DISPLAY 'DFWTREND: SEMESTER CODES MUST BE SP, SU OR '
039200                 'FA PLUS A YEAR - STOPPING'
039300         MOVE +8 TO RETURN-CODE
039400         STOP RUN.
039500*    END-IF.
039600     IF WS-FROM-SORT-KEY GREATER THAN WS-THRU-SORT-KEY
039700         DISPLAY 'DFWTREND: ' CC-FROM-SEMESTER
039800                 ' IS LATER THAN ' CC-THRU-SEMESTER
039900                 ' - STOPPING'
040000         MOVE +8 TO RETURN-CODE
040100         STOP RUN.
040200*    END-IF.
040300
040400     MOVE WS-FROM-SORT-KEY (1:4) TO WS-FROM-YEAR.
040500     MOVE WS-FROM-SORT-KEY (5:1) TO WS-FROM-RANK.
040600     MOVE WS-THRU-SORT-KEY (1:4) TO WS-YEAR.
040700     MOVE WS-THRU-SORT-KEY (5:1) TO WS-RANK.
040800     COMPUTE TERM-COUNT = ((WS-YEAR - WS-FROM-YEAR) * 3)
040900                        + WS-RANK - WS-FROM-RANK + 1.
041000     IF TERM-COUNT GREATER THAN TERM-MAX
041100         DISPLAY 'DFWTREND: RANGE SPANS ' TERM-COUNT
041200                 ' TERMS, MORE THAN ' TERM-MAX ' - STOPPING'
041300         MOVE +8 TO RETURN-CODE
041400         STOP RUN.
041500*    END-IF.
041600
041700     MOVE WS-FROM-YEAR TO WS-YEAR.
041800     MOVE WS-FROM-RANK TO WS-RANK.
041900     PERFORM 105-NAME-ONE-TERM
042000        THRU 105-EXIT
042100       VARYING TERM-IDX FROM 1 BY 1
042200         UNTIL TERM-IDX GREATER THAN TERM-COUNT.
042300*    END-PERFORM.
042400
042500     MOVE 'GRADTBL' TO VSIO-DDNAME OF GRADE-SCALE-FILE.
042600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF GRADE-SCALE-FILE.
042700     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF GRADE-SCALE-FILE.
042800     MOVE VSIO-INPUT TO VSIO-MODE OF GRADE-SCALE-FILE.
042900     MOVE +5 TO VSIO-RECORD-LENGTH OF GRADE-SCALE-FILE.
043000     MOVE +0 TO VSIO-KEY-POSITION OF GRADE-SCALE-FILE.
043100     MOVE +2 TO VSIO-KEY-LENGTH OF GRADE-SCALE-FILE.
043200     MOVE VSIO-OPEN TO VSIO-COMMAND.
043300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043400                         GRADE-SCALE-FILE,
043500                         GRADE-SCALE-RECORD.
043600*    END-CALL.
043700     IF NOT VSIO-SUCCESS
043800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043900         MOVE +8 TO RETURN-CODE
044000         STOP RUN.
044100*    END-IF.
044200
044300     MOVE 'N' TO TABLE-EOF-SW.
044400     PERFORM 107-LOAD-ONE-GRADE
044500        THRU 107-EXIT
044600       UNTIL TABLE-EOF.
044700*    END-PERFORM.
044800
044900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
045000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045100                         GRADE-SCALE-FILE,
045200                         GRADE-SCALE-RECORD.
045300*    END-CALL.
045400
045500     INITIALIZE DFW-COURSE-TABLE.
045600
045700     MOVE 'STMHIST' TO VSIO-DDNAME OF HISTORY-FILE.
045800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HISTORY-FILE.
045900     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF HISTORY-FILE.
046000     MOVE VSIO-INPUT TO VSIO-MODE OF HISTORY-FILE.
046100     MOVE +97 TO VSIO-RECORD-LENGTH OF HISTORY-FILE.
046200     MOVE +0 TO VSIO-KEY-POSITION OF HISTORY-FILE.
046300     MOVE +22 TO VSIO-KEY-LENGTH OF HISTORY-FILE.
046400     MOVE VSIO-OPEN TO VSIO-COMMAND.
046500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046600                         HISTORY-FILE,
046700                         HISTORY-KSDS-RECORD.
046800*    END-CALL.
046900     IF NOT VSIO-SUCCESS
047000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047100         MOVE +8 TO RETURN-CODE
047200         STOP RUN.
047300*    END-IF.
047400
047500     MOVE 'N' TO MASTER-EOF-SW.
047600     PERFORM 110-READ-ONE-HISTORY
047700        THRU 119-EXIT
047800       UNTIL MASTER-EOF.
047900*    END-PERFORM.
048000
048100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
048200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048300                         HISTORY-FILE,
048400                         HISTORY-KSDS-RECORD.
048500*    END-CALL.
048600
048700     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
048800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
048900     MOVE VSIO-SEQUENTIAL TO
049000         VSIO-ACCESS OF STUDENT-MASTER-FILE.
049100     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
049200     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
049300     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
049400     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
049500     MOVE VSIO-OPEN TO VSIO-COMMAND.
049600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049700                         STUDENT-MASTER-FILE,
049800                         STUDENT-RECORD-AREA.
049900*    END-CALL.
050000     IF NOT VSIO-SUCCESS
050100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050200         MOVE +8 TO RETURN-CODE
050300         STOP RUN.
050400*    END-IF.
050500
050600     MOVE 'N' TO MASTER-EOF-SW.
050700     PERFORM 120-READ-ONE-MASTER
050800        THRU 129-EXIT
050900       UNTIL MASTER-EOF.
051000*    END-PERFORM.
051100
051200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
051300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051400                         STUDENT-MASTER-FILE,
051500                         STUDENT-RECORD-AREA.
051600*    END-CALL.
051700
051800     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
051900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
052000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
052100     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
052200     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
052300     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
052400     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
052500     MOVE VSIO-OPEN TO VSIO-COMMAND.
052600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052700                         COURSE-TABLE-FILE,
052800                         COURSE-TABLE-RECORD.
052900*    END-CALL.
053000     IF NOT VSIO-SUCCESS
053100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053200         MOVE +8 TO RETURN-CODE
053300         STOP RUN.
053400*    END-IF.
053500
053600     OPEN OUTPUT REPORT-FILE.
053700     MOVE CC-FROM-SEMESTER TO HL1-FROM-SEMESTER.
053800     MOVE CC-THRU-SEMESTER TO HL1-THRU-SEMESTER.
053900     MOVE WS-THRESHOLD TO HL2-THRESHOLD.
054000     MOVE WS-CONSECUTIVE TO HL2-CONSECUTIVE.
054100     WRITE REPORT-LINE FROM HEADING-LINE-1
054200         AFTER ADVANCING PAGE.
054300     WRITE REPORT-LINE FROM HEADING-LINE-2.
054400     WRITE REPORT-LINE FROM BLANK-LINE.
054500     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
054600
054700 010-PROCESS.
054800
054900     PERFORM 150-PRINT-NEXT-COURSE
055000        THRU 159-EXIT
055100       UNTIL PRINTED-COUNT NOT LESS THAN CRSE-COUNT.
055200*    END-PERFORM.
055300
055400     MOVE CRSE-COUNT TO TOT-COURSES.
055500     MOVE FLAGGED-COUNT TO TOT-FLAGGED.
055600     WRITE REPORT-LINE FROM BLANK-LINE.
055700     WRITE REPORT-LINE FROM TOTAL-LINE.
055800
055900 020-TERMINATE.
056000
056100     CLOSE REPORT-FILE.
056200
056300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
056400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056500                         COURSE-TABLE-FILE,
056600                         COURSE-TABLE-RECORD.
056700*    END-CALL.
056800
056900     DISPLAY 'DFWTREND: HISTORY ENROLLMENTS USED: '
057000         HISTORY-COUNTER.
057100     DISPLAY 'DFWTREND: LIVE ENROLLMENTS USED:    '
057200         LIVE-COUNTER.
057300     DISPLAY 'DFWTREND: COURSES FLAGGED:          '
057400         FLAGGED-COUNT.
057500
057600     IF ERROR-COUNTER GREATER THAN ZERO
057700         MOVE +8 TO RETURN-CODE.
057800*    END-IF.
057900     STOP RUN.
058000
058100* ************************************************************** *
058200* NAMES TERM SLOT TERM-IDX FROM WS-YEAR/WS-RANK, THEN STEPS TO   *
058300* THE NEXT TERM (FALL ROLLS OVER TO THE NEXT SPRING).            *
058400* ************************************************************** *
058500 105-NAME-ONE-TERM.
058600
058700     EVALUATE WS-RANK
058800         WHEN 1
058900             MOVE 'SP' TO TE-SEMESTER (TERM-IDX) (1:2)
059000         WHEN 2
059100             MOVE 'SU' TO TE-SEMESTER (TERM-IDX) (1:2)
059200         WHEN OTHER
059300             MOVE 'FA' TO TE-SEMESTER (TERM-IDX) (1:2)
059400     END-EVALUATE.
059500     MOVE WS-YEAR TO TE-SEMESTER (TERM-IDX) (3:4).
059600
059700     IF WS-RANK EQUAL 3
059800         MOVE 1 TO WS-RANK
059900         ADD 1 TO WS-YEAR
060000     ELSE
060100         ADD 1 TO WS-RANK.
060200*    END-IF.
060300
060400 105-EXIT.
060500     EXIT.
060600
060700 107-LOAD-ONE-GRADE.
060800
060900     MOVE +5 TO VSIO-RECORD-LENGTH OF GRADE-SCALE-FILE.
061000     MOVE VSIO-READ TO VSIO-COMMAND.
061100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061200                         GRADE-SCALE-FILE,
061300                         GRADE-SCALE-RECORD.
061400*    END-CALL.
061500     IF NOT VSIO-SUCCESS
061600         IF NOT VSIO-END-OF-FILE
061700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061800             ADD +1 TO ERROR-COUNTER
061900         END-IF
062000         MOVE 'Y' TO TABLE-EOF-SW
062100         GO TO 107-EXIT.
062200*    END-IF.
062300
062400     IF SCALE-COUNT NOT LESS THAN SCALE-MAX
062500         DISPLAY 'DFWTREND: GRADE SCALE TABLE FULL - '
062600             GSR-LETTER-GRADE ' IGNORED'
062700         GO TO 107-EXIT.
062800*    END-IF.
062900
063000     ADD 1 TO SCALE-COUNT.
063100     MOVE GSR-LETTER-GRADE TO SCE-LETTER-GRADE (SCALE-COUNT).
063200     MOVE GSR-QUALITY-POINTS TO SCE-QUALITY-POINTS (SCALE-COUNT).
063300
063400 107-EXIT.
063500     EXIT.
063600
063700 110-READ-ONE-HISTORY.
063800
063900     MOVE +97 TO VSIO-RECORD-LENGTH OF HISTORY-FILE.
064000     MOVE VSIO-READ TO VSIO-COMMAND.
064100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
064200                         HISTORY-FILE,
064300                         HISTORY-KSDS-RECORD.
064400*    END-CALL.
064500     IF NOT VSIO-SUCCESS
064600         IF NOT VSIO-END-OF-FILE
064700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
064800             ADD +1 TO ERROR-COUNTER
064900         END-IF
065000         MOVE 'Y' TO MASTER-EOF-SW
065100         GO TO 119-EXIT.
065200*    END-IF.
065300
065400     MOVE HST-RECORD-IMAGE TO COURSE-INFO-RECORD.
065500     PERFORM 130-TALLY-ENROLLMENT THRU 139-EXIT.
065600     IF TERM-IDX NOT EQUAL ZERO
065700         ADD 1 TO HISTORY-COUNTER.
065800*    END-IF.
065900
066000 119-EXIT.
066100     EXIT.
066200
066300 120-READ-ONE-MASTER.
066400
066500     MOVE SPACES TO STUDENT-RECORD-AREA.
066600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
066700     MOVE VSIO-READ TO VSIO-COMMAND.
066800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066900                         STUDENT-MASTER-FILE,
067000                         STUDENT-RECORD-AREA.
067100*    END-CALL.
067200     IF NOT VSIO-SUCCESS
067300         IF NOT VSIO-END-OF-FILE
067400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067500             ADD +1 TO ERROR-COUNTER
067600         END-IF
067700         MOVE 'Y' TO MASTER-EOF-SW
067800         GO TO 129-EXIT.
067900*    END-IF.
068000
068100     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
068200     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
068300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
068400         GO TO 129-EXIT.
068500*    END-IF.
068600
068700     MOVE STUDENT-RECORD-AREA (1:53) TO COURSE-INFO-RECORD.
068800     PERFORM 130-TALLY-ENROLLMENT THRU 139-EXIT.
068900     IF TERM-IDX NOT EQUAL ZERO
069000         ADD 1 TO LIVE-COUNTER.
069100*    END-IF.
069200
069300 129-EXIT.
069400     EXIT.
069500
069600* ************************************************************** *
069700* COUNTS THE ENROLLMENT IN COURSE-INFO-RECORD AGAINST ITS COURSE *
069800* AND TERM SLOT.  TERM-IDX IS LEFT ZERO WHEN THE RECORD IS NOT   *
069900* COUNTED (OUTSIDE THE RANGE, OR NOT A GRADED/WITHDRAWN STATUS). *
070000* ************************************************************** *
070100 130-TALLY-ENROLLMENT.
070200
070300     MOVE ZERO TO TERM-IDX.
070400     IF NOT CIR-ENROLLED
070500     AND NOT CIR-INCOMPLETE
070600     AND NOT CIR-WITHDRAWN
070700         GO TO 139-EXIT.
070800*    END-IF.
070900
071000     MOVE CIR-SEMESTER TO WS-SEM-IN.
071100     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
071200     MOVE WS-SEM-SORT-KEY TO WS-RECORD-SORT-KEY.
071300     IF WS-RECORD-SORT-KEY LESS THAN WS-FROM-SORT-KEY
071400     OR WS-RECORD-SORT-KEY GREATER THAN WS-THRU-SORT-KEY
071500         GO TO 139-EXIT.
071600*    END-IF.
071700
071800     MOVE SPACE TO WS-LETTER.
071900     IF CIR-ENROLLED
072000         PERFORM 135-FIND-LETTER THRU 135-EXIT.
072100*    END-IF.
072200
072300     MOVE CIR-COURSE-KEY TO SEARCH-COURSE.
072400     PERFORM 140-LOCATE-COURSE THRU 140-EXIT.
072500     IF CRSE-IDX EQUAL ZERO
072600         IF CRSE-COUNT NOT LESS THAN CRSE-MAX
072700             DISPLAY 'DFWTREND: COURSE TABLE FULL - '
072800                 SEARCH-COURSE ' NOT REPORTED'
072900             ADD +1 TO ERROR-COUNTER
073000             GO TO 139-EXIT
073100         ELSE
073200             ADD 1 TO CRSE-COUNT
073300             MOVE CRSE-COUNT TO CRSE-IDX
073400             MOVE SEARCH-COURSE TO DCE-COURSE-ID (CRSE-IDX)
073500             MOVE 'N' TO DCE-PRINTED-SW (CRSE-IDX)
073600         END-IF.
073700*    END-IF.
073800
073900     MOVE WS-SEM-SORT-YEAR TO WS-YEAR.
074000     MOVE WS-SEM-SORT-RANK TO WS-RANK.
074100     COMPUTE TERM-IDX = ((WS-YEAR - WS-FROM-YEAR) * 3)
074200                      + WS-RANK - WS-FROM-RANK + 1.
074300
074400     ADD 1 TO DCE-ENROLLED (CRSE-IDX, TERM-IDX).
074500     EVALUATE TRUE
074600         WHEN CIR-WITHDRAWN
074700             ADD 1 TO DCE-W-COUNT (CRSE-IDX, TERM-IDX)
074800         WHEN WS-LETTER EQUAL 'D'
074900             ADD 1 TO DCE-D-COUNT (CRSE-IDX, TERM-IDX)
075000         WHEN WS-LETTER EQUAL 'F'
075100             ADD 1 TO DCE-F-COUNT (CRSE-IDX, TERM-IDX)
075200     END-EVALUATE.
075300
075400 139-EXIT.
075500     EXIT.
075600
075700* ************************************************************** *
075800* SETS WS-LETTER TO THE FIRST CHARACTER OF THE FIRST SCALE       *
075900* LETTER CARRYING CIR-GRADE'S QUALITY POINTS.                    *
076000* ************************************************************** *
076100 135-FIND-LETTER.
076200
076300     MOVE 'N' TO ENTRY-FOUND-SW.
076400     MOVE 1 TO SCALE-IDX.
076500     PERFORM 137-SCAN-SCALE THRU 137-EXIT
076600       UNTIL ENTRY-FOUND
076700          OR SCALE-IDX GREATER THAN SCALE-COUNT.
076800*    END-PERFORM.
076900
077000     IF ENTRY-FOUND
077100         MOVE SCE-LETTER-GRADE (SCALE-IDX) (1:1) TO WS-LETTER.
077200*    END-IF.
077300
077400 135-EXIT.
077500     EXIT.
077600
077700 137-SCAN-SCALE.
077800
077900     IF SCE-QUALITY-POINTS (SCALE-IDX) EQUAL CIR-GRADE
078000     AND SCE-LETTER-GRADE (SCALE-IDX) (1:1) NOT EQUAL 'I'
078100     AND SCE-LETTER-GRADE (SCALE-IDX) (1:1) NOT EQUAL 'W'
078200         MOVE 'Y' TO ENTRY-FOUND-SW
078300     ELSE
078400         ADD 1 TO SCALE-IDX.
078500*    END-IF.
078600
078700 137-EXIT.
078800     EXIT.
078900
079000* ************************************************************** *
079100* SETS CRSE-IDX TO THE ENTRY FOR SEARCH-COURSE, OR ZERO.         *
079200* ************************************************************** *
079300 140-LOCATE-COURSE.
079400
079500     MOVE 'N' TO ENTRY-FOUND-SW.
079600     MOVE 1 TO CRSE-IDX.
079700     PERFORM 145-SCAN-COURSE THRU 145-EXIT
079800       UNTIL ENTRY-FOUND
079900          OR CRSE-IDX GREATER THAN CRSE-COUNT.
080000*    END-PERFORM.
080100     IF NOT ENTRY-FOUND
080200         MOVE ZERO TO CRSE-IDX.
080300*    END-IF.
080400
080500 140-EXIT.
080600     EXIT.
080700
080800 145-SCAN-COURSE.
080900
081000     IF DCE-COURSE-ID (CRSE-IDX) EQUAL SEARCH-COURSE
081100         MOVE 'Y' TO ENTRY-FOUND-SW
081200     ELSE
081300         ADD 1 TO CRSE-IDX.
081400*    END-IF.
081500
081600 145-EXIT.
081700     EXIT.
081800
081900* ************************************************************** *
082000* PRINTS THE UNPRINTED COURSE WITH THE LOWEST ID: ITS TITLE,     *
082100* ONE LINE PER TERM IT WAS TAUGHT, AND THE FLAG WHEN ITS LONGEST *
082200* RUN OF OVER-THRESHOLD TERMS REACHES WS-CONSECUTIVE.            *
082300* ************************************************************** *
082400 150-PRINT-NEXT-COURSE.
082500
082600     MOVE ZERO TO BEST-IDX.
082700     PERFORM 152-FIND-LOWEST-ENTRY
082800        THRU 152-EXIT
082900       VARYING CRSE-IDX FROM 1 BY 1
083000         UNTIL CRSE-IDX GREATER THAN CRSE-COUNT.
083100*    END-PERFORM.
083200
083300     IF BEST-IDX EQUAL ZERO
083400         MOVE CRSE-COUNT TO PRINTED-COUNT
083500         GO TO 159-EXIT.
083600*    END-IF.
083700
083800     MOVE 'Y' TO DCE-PRINTED-SW (BEST-IDX).
083900     ADD 1 TO PRINTED-COUNT.
084000
084100     MOVE DCE-COURSE-ID (BEST-IDX) TO COURSE-TABLE-RECORD (1:5).
084200     MOVE VSIO-READ TO VSIO-COMMAND.
084300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
084400                         COURSE-TABLE-FILE,
084500                         COURSE-TABLE-RECORD.
084600*    END-CALL.
084700     IF NOT VSIO-SUCCESS
084800         MOVE '*COURSE NOT ON FILE*' TO CTR-DESCRIPTION
084900         MOVE +0 TO VSIO-RETURN-CODE.
085000*    END-IF.
085100
085200     WRITE REPORT-LINE FROM BLANK-LINE.
085300     MOVE DCE-COURSE-ID (BEST-IDX) (1:2) TO CL-DEPARTMENT.
085400     MOVE DCE-COURSE-ID (BEST-IDX) (3:3) TO CL-COURSE.
085500     MOVE CTR-DESCRIPTION TO CL-TITLE.
085600     WRITE REPORT-LINE FROM COURSE-LINE.
085700
085800     MOVE ZERO TO RUN-LENGTH.
085900     MOVE ZERO TO LONGEST-RUN.
086000     PERFORM 155-PRINT-ONE-TERM
086100        THRU 155-EXIT
086200       VARYING TERM-IDX FROM 1 BY 1
086300         UNTIL TERM-IDX GREATER THAN TERM-COUNT.
086400*    END-PERFORM.
086500
086600     IF LONGEST-RUN NOT LESS THAN WS-CONSECUTIVE
086700         MOVE LONGEST-RUN TO FL-RUN
086800         WRITE REPORT-LINE FROM FLAG-LINE
086900         ADD 1 TO FLAGGED-COUNT.
087000*    END-IF.
087100
087200 159-EXIT.
087300     EXIT.
087400
087500 152-FIND-LOWEST-ENTRY.
087600
087700     IF DCE-PRINTED (CRSE-IDX)
087800         GO TO 152-EXIT.
087900*    END-IF.
088000
088100     IF BEST-IDX EQUAL ZERO
088200         MOVE CRSE-IDX TO BEST-IDX
088300     ELSE
088400         IF DCE-COURSE-ID (CRSE-IDX) LESS THAN
088500                 DCE-COURSE-ID (BEST-IDX)
088600             MOVE CRSE-IDX TO BEST-IDX.
088700*        END-IF
088800*    END-IF.
088900
089000 152-EXIT.
089100     EXIT.
089200
089300 155-PRINT-ONE-TERM.
089400
089500     IF DCE-ENROLLED (BEST-IDX, TERM-IDX) EQUAL ZERO
089600         GO TO 155-EXIT.
089700*    END-IF.
089800
089900     COMPUTE WS-DFW-PCT ROUNDED =
090000         ((DCE-D-COUNT (BEST-IDX, TERM-IDX)
090100         + DCE-F-COUNT (BEST-IDX, TERM-IDX)
090200         + DCE-W-COUNT (BEST-IDX, TERM-IDX)) * 100)
090300         / DCE-ENROLLED (BEST-IDX, TERM-IDX).
090400
090500     MOVE TE-SEMESTER (TERM-IDX) TO TL-SEMESTER.
090600     MOVE DCE-ENROLLED (BEST-IDX, TERM-IDX) TO TL-ENROLLED.
090700     MOVE DCE-D-COUNT (BEST-IDX, TERM-IDX) TO TL-D-COUNT.
090800     MOVE DCE-F-COUNT (BEST-IDX, TERM-IDX) TO TL-F-COUNT.
090900     MOVE DCE-W-COUNT (BEST-IDX, TERM-IDX) TO TL-W-COUNT.
091000     MOVE WS-DFW-PCT TO TL-DFW-PCT.
091100
091200     IF WS-DFW-PCT GREATER THAN WS-THRESHOLD
091300         MOVE '*' TO TL-OVER
091400         ADD 1 TO RUN-LENGTH
091500         IF RUN-LENGTH GREATER THAN LONGEST-RUN
091600             MOVE RUN-LENGTH TO LONGEST-RUN
091700         END-IF
091800     ELSE
091900         MOVE SPACE TO TL-OVER
092000         MOVE ZERO TO RUN-LENGTH.
092100*    END-IF.
092200
092300     WRITE REPORT-LINE FROM TERM-LINE.
092400
092500 155-EXIT.
092600     EXIT.
092700
092800* ************************************************************** *
092900* BUILDS THE YEAR+TERM-RANK SORT KEY FOR THE SEMESTER CODE IN    *
093000* WS-SEM-IN, LEAVING IT IN WS-SEM-SORT-KEY.  SP RANKS 1, SU 2,   *
093100* FA 3; ANYTHING ELSE (INCLUDING A NON-NUMERIC YEAR) YIELDS      *
093200* YEAR 9999 RANK 9.                                              *
093300* ************************************************************** *
093400 600-BUILD-SEMESTER-SORT-KEY.
093500
093600     IF WS-SEM-IN-YEAR NOT NUMERIC
093700         MOVE '9999' TO WS-SEM-SORT-YEAR
093800         MOVE '9' TO WS-SEM-SORT-RANK
093900         GO TO 609-EXIT.
094000*    END-IF.
094100
094200     MOVE WS-SEM-IN-YEAR TO WS-SEM-SORT-YEAR.
094300     EVALUATE WS-SEM-IN-TERM
094400         WHEN 'SP'
094500             MOVE '1' TO WS-SEM-SORT-RANK
094600         WHEN 'SU'
094700             MOVE '2' TO WS-SEM-SORT-RANK
094800         WHEN 'FA'
094900             MOVE '3' TO WS-SEM-SORT-RANK
095000         WHEN OTHER
095100             MOVE '9999' TO WS-SEM-SORT-YEAR
095200             MOVE '9' TO WS-SEM-SORT-RANK
095300     END-EVALUATE.
095400
095500 609-EXIT.
095600     EXIT.
095700
095800* ************************************************************** *
095900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
096000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
096100* PROGRAM IN THIS SUITE.                                         *
096200* ************************************************************** *
096300 500-DISPLAY-UNKNOWN-ERROR.
096400
096500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
096600     EXHIBIT NAMED VSIO-RETURN-CODE.
096700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
096800                   VSIO-VSAM-FUNCTION-CODE,
096900                   VSIO-VSAM-FEEDBACK-CODE.
097000
097100 509-EXIT.
097200     EXIT.
