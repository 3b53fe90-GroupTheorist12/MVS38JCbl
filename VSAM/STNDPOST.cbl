000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STNDPOST.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* TERM-END ACADEMIC STANDING POSTING.  STANDRPT ONLY LISTS THE  *
000900* DEAN'S-LIST AND PROBATION STUDENTS; THIS RUN MAKES THE        *
001000* STANDING A MATTER OF RECORD.  STUDENT-MASTER-FILE IS PASSED   *
001100* ONCE AND, FOR EVERY STUDENT WITH A GRADED COURSE IN THE       *
001200* POSTING TERM, THE CUMULATIVE GPA THROUGH THAT TERM IS TAKEN   *
001300* FROM THE SHARED GPACALC ROUTINE.  THE STANDING ESCALATES FROM *
001400* THE STUDENT'S STANDING OF THE PRIOR TERM:                     *
001500*   GPA AT/ABOVE THE THRESHOLD        'G' GOOD STANDING         *
001600*   BELOW, PRIOR GOOD OR NONE         'W' ACADEMIC WARNING      *
001700*   BELOW, PRIOR WARNING              'P' ACADEMIC PROBATION    *
001800*   BELOW, PRIOR PROBATION/SUSPENSION 'S' ACADEMIC SUSPENSION   *
001900*                                                                 *
002000* THE STANDING IS WRITTEN AS A 44-BYTE 'ST' RECORD IN THE       *
002100* STUDENT'S KEY GROUP AT THE NEXT FREE KEY-ID IN 700-799, THE   *
002200* SAME WAY STUMAINT FILES ITS 'MJ' MAJOR HISTORY; A RERUN FOR   *
002300* THE SAME TERM REWRITES THAT TERM'S RECORD IN PLACE.  THE      *
002400* SEQUENTIAL READERS ALREADY STEP OVER 44-BYTE RECORDS.  A      *
002500* SUSPENDED STUDENT ALSO GETS AN 'S' REGISTRATION HOLD ON       *
002600* HOLDTBL (RELEASED THROUGH HOLDMNT ON REINSTATEMENT), AND       *
002700* EVERY WARNING, PROBATION AND SUSPENSION GETS A STANDING       *
002800* LETTER ON DDNAME LETTERS.                                     *
002810* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) IS      *
002820* STILL POSTED BUT GETS NO LETTER; THEY ARE LISTED ON AN        *
002830* ADDRESS NEEDED PAGE AFTER THE REGISTER.                       *
002900*                                                                 *
003000* THE SYSIN CARD CARRIES:                                       *
003100*   COL  1-6   POSTING SEMESTER (MUST BE ON SEMTBL)             *
003200*   COL  7-9   MINIMUM GPA, 3 DIGITS (200 = 2.00)               *
003300*   COL 10-17  OPERATOR ID FOR THE VSIOAUD TRAIL                *
003400*                                                                 *
003500* THE POSTINGS ARE COLLECTED DURING THE SEQUENTIAL PASS AND     *
003600* APPLIED AFTERWARD WITH THE CLUSTER REOPENED DYNAMIC I-O, SO   *
003700* THE PASS NEVER READS A RECORD IT HAS JUST WRITTEN.            *
003800*                                                                 *
003900* MODIFICATION HISTORY.                                          *
004000*   DATE       INIT  DESCRIPTION                                 *
004100*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
004110*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
004120*                    LETTER; ADDRESS NEEDED PAGE ADDED.          *
004200* ************************************************************* *
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     SELECT CONTROL-CARD-FILE
005300         ASSIGN TO UT-S-SYSIN.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO UR-1403-S-SYSPRINT.
005700
005800     SELECT LETTER-FILE
005900         ASSIGN TO UR-1403-S-LETTERS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CONTROL-CARD-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 80 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS CONTROL-CARD-RECORD.
006800 01  CONTROL-CARD-RECORD.
006900     02  CC-SEMESTER             PIC X(06).
007000     02  CC-PROBATION-THRESHOLD  PIC 9V99.
007100     02  CC-OPERATOR-ID          PIC X(08).
007200     02  FILLER                  PIC X(63).
007300
007400 FD  REPORT-FILE
007500     LABEL RECORDS ARE OMITTED
007600     RECORD CONTAINS 132 CHARACTERS
007700     BLOCK CONTAINS 0 RECORDS
007800     DATA RECORD IS REPORT-LINE.
007900 01  REPORT-LINE                 PIC X(132).
008000
008100 FD  LETTER-FILE
008200     LABEL RECORDS ARE OMITTED
008300     RECORD CONTAINS 132 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS LETTER-LINE.
008600 01  LETTER-LINE                 PIC X(132).
008700
008800 WORKING-STORAGE SECTION.
008900 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009000     88  END-OF-FILE                         VALUE 'Y'.
009100
009200 77  STUDENT-ACTIVE-SWITCH       PIC X(01)   VALUE 'N'.
009300     88  STUDENT-ACTIVE                      VALUE 'Y'.
009400
009500 77  TERM-GRADED-SWITCH          PIC X(01)   VALUE 'N'.
009600     88  TERM-GRADED                         VALUE 'Y'.
009700
009800 77  WS-SCAN-DONE-SWITCH         PIC X(01)   VALUE 'N'.
009900     88  WS-SCAN-DONE                        VALUE 'Y'.
010000
010100 77  POSTING-COUNT               PIC S9(4) COMP  VALUE ZERO.
010200 77  POSTING-IDX                 PIC S9(4) COMP  VALUE ZERO.
010300 77  POSTING-LIMIT               PIC S9(4) COMP  VALUE +2000.
010400
010500 77  GOOD-COUNTER                PIC S9(8) COMP  VALUE ZERO.
010600 77  WARNING-COUNTER             PIC S9(8) COMP  VALUE ZERO.
010700 77  PROBATION-COUNTER           PIC S9(8) COMP  VALUE ZERO.
010800 77  SUSPENSION-COUNTER          PIC S9(8) COMP  VALUE ZERO.
010900 77  HOLD-COUNTER                PIC S9(8) COMP  VALUE ZERO.
011000 77  LETTER-COUNTER              PIC S9(8) COMP  VALUE ZERO.
011100 77  ERROR-COUNTER               PIC S9(8) COMP  VALUE ZERO.
011110 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
011120     88  WS-MAIL-RETURNED                    VALUE 'Y'.
011130 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP  VALUE ZERO.
011140 77  ANE-COUNT                   PIC S9(4) COMP  VALUE ZERO.
011150 77  ANE-IDX                     PIC S9(4) COMP  VALUE ZERO.
011160 77  ANE-LIMIT                   PIC S9(4) COMP  VALUE +500.
011200
011300 77  WS-NEXT-STANDING-KEY        PIC 9(03)   VALUE ZERO.
011400
011500 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
011600 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
011700     02  WS-RUN-YY               PIC 9(02).
011800     02  WS-RUN-MM               PIC 9(02).
011900     02  WS-RUN-DD               PIC 9(02).
012000 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
012100 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
012200     02  WS-TODAY-CCYY           PIC 9(04).
012300     02  WS-TODAY-MM             PIC 9(02).
012400     02  WS-TODAY-DD             PIC 9(02).
012500
012600 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
012700
012800 01  GPACALC-PARAMETER-VALUES    COPY GPACALC.
012900
013000 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013100 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013200 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
013300 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
013400 01  HOLD-TABLE-FILE             COPY VSAMIOFB.
013405 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
013410 01  RETURNED-MAIL-RECORD.
013415     02  MRT-STUDENT-ID          PIC X(07).
013420     02  MRT-RETURNED-DATE       PIC 9(08).
013425     02  MRT-ENTERED-DATE        PIC 9(08).
013430     02  MRT-OPERATOR-ID         PIC X(08).
013435     02  FILLER                  PIC X(09).
013440
013445* ************************************************************** *
013450* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
013455* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
013460* ************************************************************** *
013465 01  ADDRESS-NEEDED-TABLE.
013470     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
013475         03  ANE-STUDENT-ID      PIC X(07).
013480         03  ANE-NAME            PIC X(22).
013485         03  ANE-ADDRESS         PIC X(25).
013490         03  ANE-RETURNED-DATE   PIC 9(08).
013500 01  STUDENT-RECORD-AREA         PIC X(83).
013600
013700 01  STUDENT-INFO-RECORD.
013800     02  SIR-STUDENT-ID          PIC X(07).
013900     02  SIR-KEY-ID              PIC 9(03).
014000     02  SIR-NAME                PIC X(22).
014100     02  SIR-ADDRESS             PIC X(25).
014200     02  SIR-CITY                PIC X(15).
014300     02  SIR-STATE               PIC X(02).
014400     02  SIR-ZIPCODE             PIC 9(05).
014500     02  SIR-GENDER              PIC X(01).
014600     02  SIR-MAJOR               PIC X(03).
014700
014800 01  COURSE-INFO-RECORD.
014900     02  CIR-STUDENT-ID          PIC X(07).
015000     02  CIR-KEY-ID              PIC 9(03).
015100     02  CIR-COURSE-ID           PIC 9(06).
015200     02  FILLER                  REDEFINES CIR-COURSE-ID.
015300         03  CIR-DEPARTMENT      PIC 9(02).
015400         03  CIR-COURSE          PIC 9(03).
015500         03  CIR-SECTION         PIC 9(01).
015600     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
015700     02  CIR-STATUS              PIC X(01).
015800     02  CIR-SEMESTER            PIC X(06).
015900     02  CIR-ENROLL-DATE         PIC 9(08).
016000     02  CIR-DROP-DATE           PIC 9(08).
016100
016200* ************************************************************** *
016300* THE STANDING-OF-RECORD (44 BYTES, TYPE 'ST', KEY-IDS 700-799   *
016400* IN ORDER OF POSTING): ONE PER STUDENT PER POSTED TERM.         *
016500* ************************************************************** *
016600 01  STANDING-RECORD.
016700     02  STR-STUDENT-ID          PIC X(07).
016800     02  STR-KEY-ID              PIC 9(03).
016900     02  STR-TYPE                PIC X(02).
017000         88  STR-IS-STANDING             VALUE 'ST'.
017100     02  STR-TERM                PIC X(06).
017200     02  STR-STANDING            PIC X(01).
017300         88  STR-GOOD                    VALUE 'G'.
017400         88  STR-WARNING                 VALUE 'W'.
017500         88  STR-PROBATION               VALUE 'P'.
017600         88  STR-SUSPENSION              VALUE 'S'.
017700     02  STR-GPA                 PIC 9V99.
017800     02  STR-HOURS               PIC 9(03).
017900     02  STR-POSTED-DATE         PIC 9(08).
018000     02  STR-OPERATOR-ID         PIC X(08).
018100     02  FILLER                  PIC X(03).
018200
018300 01  COURSE-TABLE-RECORD.
018400     02  CTR-DEPARTMENT          PIC 9(02).
018500     02  CTR-NUMBER              PIC 9(03).
018600     02  CTR-DESCRIPTION         PIC X(50).
018700     02  CTR-CREDIT-HOURS        PIC 9(01).
018800
018900 01  SEMESTER-TABLE-RECORD.
019000     02  SMR-CODE                PIC X(06).
019100     02  FILLER                  PIC X(118).
019200
019300 01  HOLD-TABLE-RECORD.
019400     02  HLD-STUDENT-ID          PIC X(07).
019500     02  HLD-TYPE                PIC X(01).
019600     02  HLD-REASON              PIC X(30).
019700     02  HLD-PLACED-DATE         PIC 9(08).
019800     02  HLD-OPERATOR-ID         PIC X(08).
019900
020000 01  HOLD-REASON-TEXT.
020100     02  FILLER                  PIC X(22) VALUE
020200         'ACADEMIC SUSPENSION - '.
020300     02  HRT-TERM                PIC X(06).
020400     02  FILLER                  PIC X(02) VALUE SPACES.
020500
020600* ************************************************************** *
020700* INPUT AND OUTPUT FIELDS FOR 600-BUILD-SEMESTER-SORT-KEY, THE   *
020800* SAME YEAR+TERM-RANK KEY SEMARCH USES, SO "PRIOR TERM" AND      *
020900* "THROUGH THE POSTING TERM" FOLLOW CALENDAR ORDER.              *
021000* ************************************************************** *
021100 01  WS-SEMESTER-WORK-FIELDS.
021200     02  WS-SEM-IN.
021300         03  WS-SEM-IN-TERM      PIC X(02).
021400         03  WS-SEM-IN-YEAR      PIC X(04).
021500     02  WS-SEM-SORT-KEY.
021600         03  WS-SEM-SORT-YEAR    PIC X(04).
021700         03  WS-SEM-SORT-RANK    PIC X(01).
021800     02  WS-POSTING-SORT-KEY     PIC X(05).
021900
022000* ************************************************************** *
022100* THE STUDENT CURRENTLY BEING PASSED: THE LATEST STANDING ON     *
022200* RECORD BEFORE THE POSTING TERM, AND THE KEY-ID OF THE POSTING  *
022300* TERM'S OWN STANDING RECORD WHEN THIS IS A RERUN.               *
022400* ************************************************************** *
022500 01  CURRENT-STUDENT-FIELDS.
022600     02  WS-CURRENT-ID           PIC X(07).
022700     02  WS-PRIOR-STANDING       PIC X(01).
022800     02  WS-PRIOR-SORT-KEY       PIC X(05).
022900     02  WS-THIS-TERM-KEY        PIC 9(03).
023000     02  WS-NEW-STANDING         PIC X(01).
023100     02  WS-HOURS-TOTAL          PIC S9(5) COMP-3 VALUE ZERO.
023200     02  WS-GPA                  PIC 9(1)V99 COMP-3 VALUE ZERO.
023300
023400 01  POSTING-TABLE.
023500     02  POSTING-ENTRY OCCURS 2000 TIMES.
023600         03  PT-STUDENT-ID       PIC X(07).
023700         03  PT-TERM-KEY         PIC 9(03).
023800         03  PT-PRIOR-STANDING   PIC X(01).
023900         03  PT-NEW-STANDING     PIC X(01).
024000         03  PT-HOURS            PIC S9(5) COMP-3.
024100         03  PT-GPA              PIC 9(1)V99 COMP-3.
024200
024300 01  WS-STANDING-CODE            PIC X(01).
024400 01  WS-STANDING-NAME            PIC X(10).
024500
024600 01  HEADING-LINE-1.
024700     02  FILLER                  PIC X(36) VALUE
024800         'ACADEMIC STANDING POSTING - TERM    '.
024900     02  HL1-SEMESTER            PIC X(06).
025000     02  FILLER                  PIC X(21) VALUE
025100         '   MINIMUM GPA       '.
025200     02  HL1-THRESHOLD           PIC 9.99.
025300     02  FILLER                  PIC X(65) VALUE SPACES.
025400
025500 01  HEADING-LINE-2.
025600     02  FILLER                  PIC X(09) VALUE 'STUDENT'.
025700     02  FILLER                  PIC X(24) VALUE 'NAME'.
025800     02  FILLER                  PIC X(07) VALUE 'HOURS'.
025900     02  FILLER                  PIC X(07) VALUE 'GPA'.
026000     02  FILLER                  PIC X(12) VALUE 'PRIOR'.
026100     02  FILLER                  PIC X(12) VALUE 'STANDING'.
026200     02  FILLER                  PIC X(14) VALUE 'DISPOSITION'.
026300     02  FILLER                  PIC X(47) VALUE SPACES.
026400
026500 01  REGISTER-LINE.
026600     02  RL-STUDENT-ID           PIC X(07).
026700     02  FILLER                  PIC X(02) VALUE SPACES.
026800     02  RL-NAME                 PIC X(22).
026900     02  FILLER                  PIC X(02) VALUE SPACES.
027000     02  RL-HOURS                PIC ZZZZ9.
027100     02  FILLER                  PIC X(02) VALUE SPACES.
027200     02  RL-GPA                  PIC 9.99.
027300     02  FILLER                  PIC X(03) VALUE SPACES.
027400     02  RL-PRIOR                PIC X(10).
027500     02  FILLER                  PIC X(02) VALUE SPACES.
027600     02  RL-STANDING             PIC X(10).
027700     02  FILLER                  PIC X(02) VALUE SPACES.
027800     02  RL-DISPOSITION          PIC X(30).
027900     02  FILLER                  PIC X(31) VALUE SPACES.
028000
028100 01  NO-STUDENTS-LINE.
028200     02  FILLER                  PIC X(42) VALUE
028300         '*** NO GRADED STUDENTS FOR THIS TERM      '.
028400     02  FILLER                  PIC X(90) VALUE SPACES.
028500
028600 01  TOTAL-LINE-1.
028700     02  FILLER                  PIC X(08) VALUE 'POSTED: '.
028800     02  TL-POSTED               PIC ZZZZ9.
028900     02  FILLER                  PIC X(08) VALUE '  GOOD: '.
029000     02  TL-GOOD                 PIC ZZZZ9.
029100     02  FILLER                  PIC X(11) VALUE '  WARNING: '.
029200     02  TL-WARNING              PIC ZZZZ9.
029300     02  FILLER                  PIC X(13) VALUE '  PROBATION: '.
029400     02  TL-PROBATION            PIC ZZZZ9.
029500     02  FILLER                  PIC X(14) VALUE '  SUSPENSION: '.
029600     02  TL-SUSPENSION           PIC ZZZZ9.
029700     02  FILLER                  PIC X(53) VALUE SPACES.
029800
029900 01  TOTAL-LINE-2.
030000     02  FILLER                  PIC X(15) VALUE
030100   'HOLDS PLACED:  '.
030200     02  TL-HOLDS                PIC ZZZZ9.
030300     02  FILLER                  PIC X(11) VALUE '  LETTERS: '.
030400     02  TL-LETTERS              PIC ZZZZ9.
030500     02  FILLER                  PIC X(10) VALUE '  ERRORS: '.
030600     02  TL-ERRORS               PIC ZZZZ9.
030700     02  FILLER                  PIC X(18) VALUE
030710         '  ADDRESS NEEDED: '.
030720     02  TL-ADDRESS-NEEDED       PIC ZZZZ9.
030730     02  FILLER                  PIC X(58) VALUE SPACES.
030800
030802 01  ADDRESS-NEEDED-HEAD-LINE.
030804     02  FILLER                  PIC X(44) VALUE
030806         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
030808     02  FILLER                  PIC X(22) VALUE
030810         ' - NOT MAILED THIS RUN'.
030812     02  FILLER                  PIC X(66) VALUE SPACES.
030814
030816 01  ADDRESS-NEEDED-COLUMN-LINE.
030818     02  FILLER                  PIC X(33) VALUE
030820         'STUDENT  NAME                    '.
030822     02  FILLER                  PIC X(35) VALUE
030824         'ADDRESS ON FILE            RETURNED'.
030826     02  FILLER                  PIC X(64) VALUE SPACES.
030828
030830 01  ADDRESS-NEEDED-LINE.
030832     02  ANL-STUDENT-ID          PIC X(07).
030834     02  FILLER                  PIC X(02) VALUE SPACES.
030836     02  ANL-NAME                PIC X(22).
030838     02  FILLER                  PIC X(02) VALUE SPACES.
030840     02  ANL-ADDRESS             PIC X(25).
030842     02  FILLER                  PIC X(02) VALUE SPACES.
030844     02  ANL-RETURNED-DATE       PIC 9(08).
030846     02  FILLER                  PIC X(64) VALUE SPACES.
030848
030850 01  ADDRESS-NEEDED-FULL-LINE.
030852     02  FILLER                  PIC X(46) VALUE
030854         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
030856     02  FILLER                  PIC X(14) VALUE
030858         'NOT LISTED ***'.
030860     02  FILLER                  PIC X(72) VALUE SPACES.
030862
030864 01  ADDRESS-NEEDED-TOTAL-LINE.
030866     02  FILLER                  PIC X(16) VALUE
030868         'ADDRESS NEEDED: '.
030870     02  ANT-COUNT               PIC ZZZZ9.
030872     02  FILLER                  PIC X(111) VALUE SPACES.
030874
030900 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
031000
031100* ************************************************************** *
031200* STANDING LETTER LINES.  THE ADDRESS BLOCK LINES UP WITH A      *
031300* WINDOW ENVELOPE THE SAME AS THE SECTCNCL LETTERS.              *
031400* ************************************************************** *
031500 01  ADDRESS-LINE.
031600     02  FILLER                  PIC X(09) VALUE SPACES.
031700     02  AL-TEXT                 PIC X(40).
031800     02  FILLER                  PIC X(83) VALUE SPACES.
031900
032000 01  CITY-STATE-ZIP-LINE.
032100     02  FILLER                  PIC X(09) VALUE SPACES.
032200     02  CSL-CITY                PIC X(15).
032300     02  FILLER                  PIC X(01) VALUE SPACES.
032400     02  CSL-STATE               PIC X(02).
032500     02  FILLER                  PIC X(01) VALUE SPACES.
032600     02  CSL-ZIPCODE             PIC 9(05).
032700     02  FILLER                  PIC X(99) VALUE SPACES.
032800
032900 01  LETTER-STANDING-LINE.
033000     02  FILLER                  PIC X(37) VALUE
033100         'YOUR ACADEMIC STANDING FOLLOWING THE '.
033200     02  LSL-SEMESTER            PIC X(06).
033300     02  FILLER                  PIC X(09) VALUE ' TERM IS '.
033400     02  LSL-STANDING            PIC X(10).
033500     02  FILLER                  PIC X(70) VALUE SPACES.
033600
033700 01  LETTER-GPA-LINE.
033800     02  FILLER                  PIC X(23) VALUE
033900         'YOUR CUMULATIVE GPA IS '.
034000     02  LGL-GPA                 PIC 9.99.
034100     02  FILLER                  PIC X(04) VALUE ' ON '.
034200     02  LGL-HOURS               PIC ZZ9.
034300     02  FILLER                  PIC X(39) VALUE
034400         ' GRADED HOURS; THE MINIMUM REQUIRED IS '.
034500     02  LGL-THRESHOLD           PIC 9.99.
034600     02  FILLER                  PIC X(01) VALUE '.'.
034700     02  FILLER                  PIC X(54) VALUE SPACES.
034800
034900 01  LETTER-BODY-LINE.
035000     02  LBL-TEXT                PIC X(70).
035100     02  FILLER                  PIC X(62) VALUE SPACES.
035200
035300 01  CLOSING-LINE.
035400     02  FILLER                  PIC X(29) VALUE
035500         'OFFICE OF ACADEMIC STANDARDS '.
035600     02  FILLER                  PIC X(103) VALUE SPACES.
035700
035800 PROCEDURE DIVISION.
035900
036000 000-INITIATE.
036100
036200     OPEN INPUT CONTROL-CARD-FILE.
036300     MOVE SPACES TO CONTROL-CARD-RECORD.
036400     READ CONTROL-CARD-FILE
036500         AT END
036600             DISPLAY 'STNDPOST: NO CONTROL CARD SUPPLIED - '
036700                     'STOPPING'
036800             STOP RUN.
036900*    END-READ.
037000     CLOSE CONTROL-CARD-FILE.
037100
037200     IF CC-PROBATION-THRESHOLD NOT NUMERIC
037300         DISPLAY 'STNDPOST: MINIMUM GPA IS NOT NUMERIC - '
037400                 'STOPPING'
037500         STOP RUN.
037600*    END-IF.
037700
037800     IF CC-OPERATOR-ID EQUAL SPACES
037900         DISPLAY 'STNDPOST: NO OPERATOR ID ON CONTROL CARD - '
038000                 'STOPPING'
038100         STOP RUN.
038200*    END-IF.
038300
038400     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
038500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
038600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
038700     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
038800     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
038900     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
039000     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
039100     MOVE VSIO-OPEN TO VSIO-COMMAND.
039200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039300                         SEMESTER-TABLE-FILE,
039400                         SEMESTER-TABLE-RECORD.
039500*    END-CALL.
039600     IF NOT VSIO-SUCCESS
039700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039800         STOP RUN.
039900*    END-IF.
040000
040100     MOVE SPACES TO SEMESTER-TABLE-RECORD.
040200     MOVE CC-SEMESTER TO SMR-CODE.
040300     MOVE VSIO-READ TO VSIO-COMMAND.
040400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040500                         SEMESTER-TABLE-FILE,
040600                         SEMESTER-TABLE-RECORD.
040700*    END-CALL.
040800     IF NOT VSIO-SUCCESS
040900         DISPLAY 'STNDPOST: SEMESTER ' CC-SEMESTER
041000                 ' NOT ON SEMTBL - STOPPING'
041100         STOP RUN.
041200*    END-IF.
041300
041400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
041500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041600                         SEMESTER-TABLE-FILE,
041700                         SEMESTER-TABLE-RECORD.
041800*    END-CALL.
041900
042000     MOVE CC-SEMESTER TO WS-SEM-IN.
042100     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
042200     MOVE WS-SEM-SORT-KEY TO WS-POSTING-SORT-KEY.
042300
042400     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
042500     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
042600     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
042700     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
042800     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
042900     MOVE WS-RUN-MM TO WS-TODAY-MM.
043000     MOVE WS-RUN-DD TO WS-TODAY-DD.
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
044700         STOP RUN.
044800*    END-IF.
044900
045000     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
045100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
045200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
045300     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
045400     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
045500     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
045600     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
045700     MOVE VSIO-OPEN TO VSIO-COMMAND.
045800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045900                         COURSE-TABLE-FILE,
046000                         COURSE-TABLE-RECORD.
046100*    END-CALL.
046200     IF NOT VSIO-SUCCESS
046300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046400         STOP RUN.
046500*    END-IF.
046505
046510     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
046515     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
046520     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
046525     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
046530     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
046535     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
046540     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
046545     MOVE VSIO-OPEN TO VSIO-COMMAND.
046550     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046555                         RETURNED-MAIL-FILE,
046560                         RETURNED-MAIL-RECORD.
046565*    END-CALL.
046570     IF NOT VSIO-SUCCESS
046575         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046580         STOP RUN.
046585*    END-IF.
046600
046700     OPEN OUTPUT REPORT-FILE.
046800     OPEN OUTPUT LETTER-FILE.
046900
047000     MOVE CC-SEMESTER TO HL1-SEMESTER.
047100     MOVE CC-PROBATION-THRESHOLD TO HL1-THRESHOLD.
047200     WRITE REPORT-LINE FROM HEADING-LINE-1
047300         AFTER ADVANCING PAGE.
047400     WRITE REPORT-LINE FROM HEADING-LINE-2.
047500
047600 010-PROCESS.
047700
047800     PERFORM 110-PROCESS-RECORD
047900        THRU 119-EXIT
048000       UNTIL END-OF-FILE.
048100*    END-PERFORM.
048200
048300     IF STUDENT-ACTIVE
048400         PERFORM 130-CLASSIFY-STUDENT THRU 139-EXIT.
048500*    END-IF.
048600
048700     PERFORM 150-REOPEN-FOR-UPDATE THRU 159-EXIT.
048800
048900     IF POSTING-COUNT EQUAL ZERO
049000         WRITE REPORT-LINE FROM NO-STUDENTS-LINE.
049100*    END-IF.
049200
049300     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
049400     MOVE 1 TO POSTING-IDX.
049500     PERFORM 200-POST-ONE-STUDENT
049600        THRU 209-EXIT
049700       UNTIL POSTING-IDX GREATER THAN POSTING-COUNT.
049800*    END-PERFORM.
049900     MOVE SPACES TO VSIO-OPERATOR-ID.
050000
050100 020-TERMINATE.
050200
050300     MOVE POSTING-COUNT TO TL-POSTED.
050400     MOVE GOOD-COUNTER TO TL-GOOD.
050500     MOVE WARNING-COUNTER TO TL-WARNING.
050600     MOVE PROBATION-COUNTER TO TL-PROBATION.
050700     MOVE SUSPENSION-COUNTER TO TL-SUSPENSION.
050800     MOVE HOLD-COUNTER TO TL-HOLDS.
050900     MOVE LETTER-COUNTER TO TL-LETTERS.
051000     MOVE ERROR-COUNTER TO TL-ERRORS.
051010     MOVE ADDRESS-NEEDED-COUNTER TO TL-ADDRESS-NEEDED.
051100     WRITE REPORT-LINE FROM BLANK-LINE.
051200     WRITE REPORT-LINE FROM TOTAL-LINE-1.
051300     WRITE REPORT-LINE FROM TOTAL-LINE-2.
051310     PERFORM 680-PRINT-ADDRESS-NEEDED THRU 689-EXIT.
051400
051500     CLOSE REPORT-FILE.
051600     CLOSE LETTER-FILE.
051700
051800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
051900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052000                         STUDENT-MASTER-FILE,
052100                         STUDENT-RECORD-AREA.
052200*    END-CALL.
052300     IF NOT VSIO-SUCCESS
052400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
052500*    END-IF.
052600
052700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
052800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052900                         COURSE-TABLE-FILE,
053000                         COURSE-TABLE-RECORD.
053100*    END-CALL.
053200     IF NOT VSIO-SUCCESS
053300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
053400*    END-IF.
053500
053600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
053700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053800                         HOLD-TABLE-FILE,
053900                         HOLD-TABLE-RECORD.
054000*    END-CALL.
054100     IF NOT VSIO-SUCCESS
054200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
054300*    END-IF.
054310
054320     MOVE VSIO-CLOSE TO VSIO-COMMAND.
054330     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054340                         RETURNED-MAIL-FILE,
054350                         RETURNED-MAIL-RECORD.
054360*    END-CALL.
054370     IF NOT VSIO-SUCCESS
054380         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
054390*    END-IF.
054400
054500     DISPLAY 'STNDPOST: STANDINGS POSTED: ' POSTING-COUNT.
054600     DISPLAY 'STNDPOST: SUSPENSIONS:      ' SUSPENSION-COUNTER.
054700     DISPLAY 'STNDPOST: LETTERS PRINTED:  ' LETTER-COUNTER.
054710     DISPLAY 'STNDPOST: ADDRESS NEEDED:   '
054720         ADDRESS-NEEDED-COUNTER.
054800     DISPLAY 'STNDPOST: ERRORS:           ' ERROR-COUNTER.
054900     STOP RUN.
055000
055100 110-PROCESS-RECORD.
055200
055300     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
055400     MOVE VSIO-READ TO VSIO-COMMAND.
055500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055600                         STUDENT-MASTER-FILE,
055700                         STUDENT-RECORD-AREA.
055800*    END-CALL.
055900     IF NOT VSIO-SUCCESS
056000         IF VSIO-END-OF-FILE
056100             MOVE 'Y' TO END-OF-FILE-SWITCH
056200             GO TO 119-EXIT
056300         ELSE
056400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056500             MOVE 'Y' TO END-OF-FILE-SWITCH
056600             GO TO 119-EXIT.
056700*        END-IF
056800*    END-IF.
056900
057000     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
057100         GO TO 119-EXIT.
057200*    END-IF.
057300
057400     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
057500         MOVE STUDENT-RECORD-AREA TO STANDING-RECORD
057600         PERFORM 115-NOTE-STANDING-RECORD THRU 115-EXIT
057700         GO TO 119-EXIT.
057800*    END-IF.
057900
058000     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
058100         IF STUDENT-ACTIVE
058200             PERFORM 130-CLASSIFY-STUDENT THRU 139-EXIT
058300         END-IF
058400         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
058500         MOVE SIR-STUDENT-ID TO WS-CURRENT-ID
058600         MOVE SPACES TO WS-PRIOR-STANDING
058700         MOVE LOW-VALUES TO WS-PRIOR-SORT-KEY
058800         MOVE ZERO TO WS-THIS-TERM-KEY
058900         MOVE ZERO TO WS-HOURS-TOTAL
059000         MOVE ZERO TO GPAC-COURSE-COUNT
059100         MOVE 'N' TO TERM-GRADED-SWITCH
059200         MOVE 'Y' TO STUDENT-ACTIVE-SWITCH
059300     ELSE
059400         MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD
059500         PERFORM 120-ACCUMULATE-COURSE THRU 129-EXIT.
059600*    END-IF.
059700
059800 119-EXIT.
059900     EXIT.
060000
060100* ************************************************************** *
060200* A 44-BYTE RECORD IN THE KEY GROUP.  ONLY 'ST' RECORDS MATTER:  *
060300* THE POSTING TERM'S OWN RECORD (A RERUN) IS REMEMBERED BY       *
060400* KEY-ID, AND OF THE EARLIER TERMS THE LATEST IN CALENDAR ORDER  *
060500* SUPPLIES THE PRIOR STANDING.                                   *
060600* ************************************************************** *
060700 115-NOTE-STANDING-RECORD.
060800
060900     IF NOT STR-IS-STANDING
061000         GO TO 115-EXIT.
061100*    END-IF.
061200
061300     IF STR-TERM EQUAL CC-SEMESTER
061400         MOVE STR-KEY-ID TO WS-THIS-TERM-KEY
061500         GO TO 115-EXIT.
061600*    END-IF.
061700
061800     MOVE STR-TERM TO WS-SEM-IN.
061900     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
062000     IF WS-SEM-SORT-KEY LESS THAN WS-POSTING-SORT-KEY
062100     AND WS-SEM-SORT-KEY GREATER THAN WS-PRIOR-SORT-KEY
062200         MOVE WS-SEM-SORT-KEY TO WS-PRIOR-SORT-KEY
062300         MOVE STR-STANDING TO WS-PRIOR-STANDING.
062400*    END-IF.
062500
062600 115-EXIT.
062700     EXIT.
062800
062900* ************************************************************** *
063000* LOADS ONE GRADED COURSE INTO THE GPACALC TABLE.  COURSES FROM  *
063100* TERMS AFTER THE POSTING TERM ARE LEFT OUT SO A LATE RERUN      *
063200* STILL POSTS THE GPA AS IT STOOD AT THE END OF THAT TERM.       *
063300* ************************************************************** *
063400 120-ACCUMULATE-COURSE.
063500
063600     IF CIR-GRADE EQUAL ZERO
063700         GO TO 129-EXIT.
063800*    END-IF.
063900
064000     MOVE CIR-SEMESTER TO WS-SEM-IN.
064100     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
064200     IF WS-SEM-SORT-KEY GREATER THAN WS-POSTING-SORT-KEY
064300         GO TO 129-EXIT.
064400*    END-IF.
064500
064600     IF CIR-SEMESTER EQUAL CC-SEMESTER
064700         MOVE 'Y' TO TERM-GRADED-SWITCH.
064800*    END-IF.
064900
065000     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
065100     MOVE CIR-COURSE TO CTR-NUMBER.
065200     MOVE VSIO-READ TO VSIO-COMMAND.
065300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065400                         COURSE-TABLE-FILE,
065500                         COURSE-TABLE-RECORD.
065600*    END-CALL.
065700     IF NOT VSIO-SUCCESS
065800         MOVE ZERO TO CTR-CREDIT-HOURS.
065900*    END-IF.
066000
066100     IF GPAC-COURSE-COUNT NOT LESS THAN 200
066200         GO TO 129-EXIT.
066300*    END-IF.
066400     ADD +1 TO GPAC-COURSE-COUNT.
066500     MOVE CIR-DEPARTMENT TO GPAC-DEPARTMENT (GPAC-COURSE-COUNT).
066600     MOVE CIR-COURSE TO GPAC-COURSE (GPAC-COURSE-COUNT).
066700     MOVE CIR-GRADE TO GPAC-GRADE (GPAC-COURSE-COUNT).
066800     MOVE CTR-CREDIT-HOURS TO GPAC-HOURS (GPAC-COURSE-COUNT).
066900
067000 129-EXIT.
067100     EXIT.
067200
067300* ************************************************************** *
067400* DECIDES THE STANDING FOR THE STUDENT JUST PASSED AND FILES IT  *
067500* IN THE POSTING TABLE.  A STUDENT WITH NO GRADED COURSE IN THE  *
067600* POSTING TERM KEEPS WHATEVER STANDING IS ALREADY ON RECORD.     *
067700* CALLED AT EACH STUDENT BREAK AND ONCE MORE AT END-OF-FILE.     *
067800* ************************************************************** *
067900 130-CLASSIFY-STUDENT.
068000
068100     IF NOT TERM-GRADED
068200         GO TO 139-EXIT.
068300*    END-IF.
068400
068500     MOVE GPAC-COMPUTE-GPA TO GPAC-COMMAND.
068600     CALL 'GPACALC' USING GPAC-PARAMETER-BLOCK.
068700     MOVE GPAC-TOTAL-HOURS TO WS-HOURS-TOTAL.
068800     IF WS-HOURS-TOTAL EQUAL ZERO
068900         GO TO 139-EXIT.
069000*    END-IF.
069100     MOVE GPAC-GPA TO WS-GPA.
069200
069300     IF WS-GPA NOT LESS THAN CC-PROBATION-THRESHOLD
069400         MOVE 'G' TO WS-NEW-STANDING
069500     ELSE
069600         EVALUATE WS-PRIOR-STANDING
069700             WHEN 'W'
069800                 MOVE 'P' TO WS-NEW-STANDING
069900             WHEN 'P'
070000                 MOVE 'S' TO WS-NEW-STANDING
070100             WHEN 'S'
070200                 MOVE 'S' TO WS-NEW-STANDING
070300             WHEN OTHER
070400                 MOVE 'W' TO WS-NEW-STANDING
070500         END-EVALUATE.
070600*    END-IF.
070700
070800     IF POSTING-COUNT NOT LESS THAN POSTING-LIMIT
070900         DISPLAY 'STNDPOST: POSTING TABLE FULL - '
071000             WS-CURRENT-ID ' NOT POSTED'
071100         ADD +1 TO ERROR-COUNTER
071200         GO TO 139-EXIT.
071300*    END-IF.
071400
071500     ADD +1 TO POSTING-COUNT.
071600     MOVE WS-CURRENT-ID TO PT-STUDENT-ID (POSTING-COUNT).
071700     MOVE WS-THIS-TERM-KEY TO PT-TERM-KEY (POSTING-COUNT).
071800     MOVE WS-PRIOR-STANDING TO PT-PRIOR-STANDING (POSTING-COUNT).
071900     MOVE WS-NEW-STANDING TO PT-NEW-STANDING (POSTING-COUNT).
072000     MOVE WS-HOURS-TOTAL TO PT-HOURS (POSTING-COUNT).
072100     MOVE WS-GPA TO PT-GPA (POSTING-COUNT).
072200
072300 139-EXIT.
072400     EXIT.
072500
072600* ************************************************************** *
072700* CLOSES THE SEQUENTIAL PASS AND REOPENS STUDENT-MASTER-FILE     *
072800* DYNAMIC I-O FOR THE POSTINGS, AND OPENS HOLDTBL I-O FOR THE    *
072900* SUSPENSION HOLDS.                                              *
073000* ************************************************************** *
073100 150-REOPEN-FOR-UPDATE.
073200
073300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
073400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
073500                         STUDENT-MASTER-FILE,
073600                         STUDENT-RECORD-AREA.
073700*    END-CALL.
073800
073900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
074000     MOVE VSIO-I-O TO VSIO-MODE OF STUDENT-MASTER-FILE.
074100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
074200     MOVE VSIO-OPEN TO VSIO-COMMAND.
074300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
074400                         STUDENT-MASTER-FILE,
074500                         STUDENT-RECORD-AREA.
074600*    END-CALL.
074700     IF NOT VSIO-SUCCESS
074800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
074900         STOP RUN.
075000*    END-IF.
075100
075200     MOVE 'HOLDTBL' TO VSIO-DDNAME OF HOLD-TABLE-FILE.
075300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HOLD-TABLE-FILE.
075400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF HOLD-TABLE-FILE.
075500     MOVE VSIO-I-O TO VSIO-MODE OF HOLD-TABLE-FILE.
075600     MOVE +54 TO VSIO-RECORD-LENGTH OF HOLD-TABLE-FILE.
075700     MOVE +0 TO VSIO-KEY-POSITION OF HOLD-TABLE-FILE.
075800     MOVE +8 TO VSIO-KEY-LENGTH OF HOLD-TABLE-FILE.
075900     MOVE VSIO-OPEN TO VSIO-COMMAND.
076000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
076100                         HOLD-TABLE-FILE,
076200                         HOLD-TABLE-RECORD.
076300*    END-CALL.
076400     IF NOT VSIO-SUCCESS
076500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
076600         STOP RUN.
076700*    END-IF.
076800
076900 159-EXIT.
077000     EXIT.
077100
077200* ************************************************************** *
077300* APPLIES ONE POSTING: WRITES (OR, ON A RERUN, REWRITES) THE     *
077400* 'ST' RECORD, PLACES THE SUSPENSION HOLD, PRINTS THE LETTER     *
077500* AND THE REGISTER LINE.                                         *
077600* ************************************************************** *
077700 200-POST-ONE-STUDENT.
077800
077900     MOVE PT-STUDENT-ID (POSTING-IDX) TO RL-STUDENT-ID.
078000     MOVE PT-HOURS (POSTING-IDX) TO RL-HOURS.
078100     MOVE PT-GPA (POSTING-IDX) TO RL-GPA.
078200     MOVE PT-PRIOR-STANDING (POSTING-IDX) TO WS-STANDING-CODE.
078300     PERFORM 650-NAME-STANDING THRU 659-EXIT.
078400     MOVE WS-STANDING-NAME TO RL-PRIOR.
078500     MOVE PT-NEW-STANDING (POSTING-IDX) TO WS-STANDING-CODE.
078600     PERFORM 650-NAME-STANDING THRU 659-EXIT.
078700     MOVE WS-STANDING-NAME TO RL-STANDING.
078800     MOVE SPACES TO RL-NAME.
078900
079000     MOVE SPACES TO STUDENT-RECORD-AREA.
079100     MOVE PT-STUDENT-ID (POSTING-IDX)
079200   TO STUDENT-RECORD-AREA (1:7).
079300     MOVE '000' TO STUDENT-RECORD-AREA (8:3).
079400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
079500     MOVE VSIO-READ TO VSIO-COMMAND.
079600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
079700                         STUDENT-MASTER-FILE,
079800                         STUDENT-RECORD-AREA.
079900*    END-CALL.
080000     IF NOT VSIO-SUCCESS
080100     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
080200         MOVE 'MASTER RECORD NOT ON FILE' TO RL-DISPOSITION
080300         ADD +1 TO ERROR-COUNTER
080400         MOVE +0 TO VSIO-RETURN-CODE
080500         GO TO 208-PRINT-REGISTER.
080600*    END-IF.
080700     MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
080800     MOVE SIR-NAME TO RL-NAME.
080900
081000     MOVE SPACES TO STANDING-RECORD.
081100     MOVE PT-STUDENT-ID (POSTING-IDX) TO STR-STUDENT-ID.
081200     MOVE 'ST' TO STR-TYPE.
081300     MOVE CC-SEMESTER TO STR-TERM.
081400     MOVE PT-NEW-STANDING (POSTING-IDX) TO STR-STANDING.
081500     MOVE PT-GPA (POSTING-IDX) TO STR-GPA.
081600     MOVE PT-HOURS (POSTING-IDX) TO STR-HOURS.
081700     MOVE WS-TODAY-CCYYMMDD TO STR-POSTED-DATE.
081800     MOVE CC-OPERATOR-ID TO STR-OPERATOR-ID.
081900
082000     IF PT-TERM-KEY (POSTING-IDX) NOT EQUAL ZERO
082100         PERFORM 220-REWRITE-STANDING THRU 229-EXIT
082200     ELSE
082300         PERFORM 210-WRITE-STANDING THRU 219-EXIT.
082400*    END-IF.
082500     IF RL-DISPOSITION (1:8) NOT EQUAL 'STANDING'
082600         ADD +1 TO ERROR-COUNTER
082700         GO TO 208-PRINT-REGISTER.
082800*    END-IF.
082900
083000     EVALUATE TRUE
083100         WHEN STR-GOOD
083200             ADD +1 TO GOOD-COUNTER
083300         WHEN STR-WARNING
083400             ADD +1 TO WARNING-COUNTER
083500         WHEN STR-PROBATION
083600             ADD +1 TO PROBATION-COUNTER
083700         WHEN STR-SUSPENSION
083800             ADD +1 TO SUSPENSION-COUNTER
083900             PERFORM 240-PLACE-SUSPENSION-HOLD THRU 249-EXIT
084000     END-EVALUATE.
084100
084200     IF NOT STR-GOOD
084300         PERFORM 250-PRINT-LETTER THRU 259-EXIT.
084400*    END-IF.
084500
084600 208-PRINT-REGISTER.
084700
084800     WRITE REPORT-LINE FROM REGISTER-LINE.
084900     ADD 1 TO POSTING-IDX.
085000
085100 209-EXIT.
085200     EXIT.
085300
085400* ************************************************************** *
085500* A FIRST POSTING FOR THE TERM GOES AT THE NEXT FREE KEY-ID IN   *
085600* 700-799.                                                       *
085700* ************************************************************** *
085800 210-WRITE-STANDING.
085900
086000     PERFORM 230-FIND-NEXT-STANDING-KEY THRU 239-EXIT.
086100     IF WS-NEXT-STANDING-KEY GREATER THAN 799
086200         MOVE 'NO FREE STANDING KEY-ID' TO RL-DISPOSITION
086300         GO TO 219-EXIT.
086400*    END-IF.
086500
086600     MOVE WS-NEXT-STANDING-KEY TO STR-KEY-ID.
086700     MOVE SPACES TO STUDENT-RECORD-AREA.
086800     MOVE STANDING-RECORD TO STUDENT-RECORD-AREA (1:44).
086900     MOVE +44 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
087000     MOVE VSIO-WRITE TO VSIO-COMMAND.
087100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
087200                         STUDENT-MASTER-FILE,
087300                         STUDENT-RECORD-AREA.
087400*    END-CALL.
087500     IF VSIO-SUCCESS
087600         MOVE 'STANDING POSTED' TO RL-DISPOSITION
087700     ELSE
087800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
087900         MOVE 'WRITE FAILED - SEE LOG' TO RL-DISPOSITION.
088000*    END-IF.
088100
088200 219-EXIT.
088300     EXIT.
088400
088500* ************************************************************** *
088600* A RERUN FOR A TERM ALREADY POSTED REPLACES THAT TERM'S RECORD  *
088700* IN PLACE UNDER ITS ORIGINAL KEY-ID.                            *
088800* ************************************************************** *
088900 220-REWRITE-STANDING.
089000
089100     MOVE PT-TERM-KEY (POSTING-IDX) TO STR-KEY-ID.
089200     MOVE SPACES TO STUDENT-RECORD-AREA.
089300     MOVE PT-STUDENT-ID (POSTING-IDX)
089400   TO STUDENT-RECORD-AREA (1:7).
089500     MOVE STR-KEY-ID TO STUDENT-RECORD-AREA (8:3).
089600     MOVE +44 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
089700     MOVE VSIO-READ TO VSIO-COMMAND.
089800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
089900                         STUDENT-MASTER-FILE,
090000                         STUDENT-RECORD-AREA.
090100*    END-CALL.
090200     IF NOT VSIO-SUCCESS
090300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
090400         MOVE 'REREAD FAILED - SEE LOG' TO RL-DISPOSITION
090500         GO TO 229-EXIT.
090600*    END-IF.
090700
090800     MOVE SPACES TO STUDENT-RECORD-AREA.
090900     MOVE STANDING-RECORD TO STUDENT-RECORD-AREA (1:44).
091000     MOVE +44 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
091100     MOVE VSIO-REWRITE TO VSIO-COMMAND.
091200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
091300                         STUDENT-MASTER-FILE,
091400                         STUDENT-RECORD-AREA.
091500*    END-CALL.
091600     IF VSIO-SUCCESS
091700         MOVE 'STANDING REPOSTED' TO RL-DISPOSITION
091800     ELSE
091900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
092000         MOVE 'REWRITE FAILED - SEE LOG' TO RL-DISPOSITION.
092100*    END-IF.
092200
092300 229-EXIT.
092400     EXIT.
092500
092600* ************************************************************** *
092700* SETS WS-NEXT-STANDING-KEY ONE PAST THE HIGHEST KEY-ID IN       *
092800* 700-799 ALREADY USED IN THE STUDENT'S KEY GROUP (700 WHEN      *
092900* THERE IS NONE), THE SAME SCAN STUMAINT USES FOR 800-899.       *
093000* ************************************************************** *
093100 230-FIND-NEXT-STANDING-KEY.
093200
093300     MOVE 700 TO WS-NEXT-STANDING-KEY.
093400     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
093500
093600     MOVE SPACES TO STUDENT-RECORD-AREA.
093700     MOVE PT-STUDENT-ID (POSTING-IDX)
093800   TO STUDENT-RECORD-AREA (1:7).
093900     MOVE '700' TO STUDENT-RECORD-AREA (8:3).
094000     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
094100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094200                         STUDENT-MASTER-FILE,
094300                         STUDENT-RECORD-AREA.
094400*    END-CALL.
094500     IF NOT VSIO-SUCCESS
094600         MOVE 'Y' TO WS-SCAN-DONE-SWITCH.
094700*    END-IF.
094800
094900     PERFORM 235-SCAN-STANDING-KEY
095000        THRU 235-EXIT
095100       UNTIL WS-SCAN-DONE.
095200*    END-PERFORM.
095300     MOVE +0 TO VSIO-RETURN-CODE.
095400
095500 239-EXIT.
095600     EXIT.
095700
095800 235-SCAN-STANDING-KEY.
095900
096000     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
096100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
096200     MOVE VSIO-READ TO VSIO-COMMAND.
096300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
096400                         STUDENT-MASTER-FILE,
096500                         STUDENT-RECORD-AREA.
096600*    END-CALL.
096700     IF NOT VSIO-SUCCESS
096800         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
096900         GO TO 235-EXIT.
097000*    END-IF.
097100
097200     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL
097300             PT-STUDENT-ID (POSTING-IDX)
097400     OR STUDENT-RECORD-AREA (8:3) NOT LESS THAN '800'
097500         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
097600         GO TO 235-EXIT.
097700*    END-IF.
097800
097900     MOVE STUDENT-RECORD-AREA (8:3) TO WS-NEXT-STANDING-KEY.
098000     ADD 1 TO WS-NEXT-STANDING-KEY.
098100
098200 235-EXIT.
098300     EXIT.
098400
098500* ************************************************************** *
098600* PLACES THE 'S' ACADEMIC SUSPENSION REGISTRATION HOLD.  A HOLD  *
098700* OF THAT TYPE ALREADY ON FILE (A SECOND SUSPENDED TERM) IS      *
098800* LEFT AS IT IS.                                                 *
098900* ************************************************************** *
099000 240-PLACE-SUSPENSION-HOLD.
099100
099200     MOVE SPACES TO HOLD-TABLE-RECORD.
099300     MOVE PT-STUDENT-ID (POSTING-IDX) TO HLD-STUDENT-ID.
099400     MOVE 'S' TO HLD-TYPE.
099500     MOVE CC-SEMESTER TO HRT-TERM.
099600     MOVE HOLD-REASON-TEXT TO HLD-REASON.
099700     MOVE WS-TODAY-CCYYMMDD TO HLD-PLACED-DATE.
099800     MOVE CC-OPERATOR-ID TO HLD-OPERATOR-ID.
099900     MOVE +54 TO VSIO-RECORD-LENGTH OF HOLD-TABLE-FILE.
100000     MOVE VSIO-WRITE TO VSIO-COMMAND.
100100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
100200                         HOLD-TABLE-FILE,
100300                         HOLD-TABLE-RECORD.
100400*    END-CALL.
100500     IF VSIO-SUCCESS
100600         ADD +1 TO HOLD-COUNTER
100700         MOVE 'STANDING POSTED, HOLD PLACED' TO RL-DISPOSITION
100800     ELSE
100900         MOVE 'STANDING POSTED, ALREADY HELD' TO RL-DISPOSITION
101000         MOVE +0 TO VSIO-RETURN-CODE.
101100*    END-IF.
101200
101300 249-EXIT.
101400     EXIT.
101500
101600* ************************************************************** *
101700* ONE STANDING LETTER: WINDOW-ENVELOPE ADDRESS BLOCK FROM THE    *
101800* MASTER RECORD, THE STANDING AND GPA, AND THE PARAGRAPH FOR     *
101900* THE STANDING.                                                  *
102000* ************************************************************** *
102100 250-PRINT-LETTER.
102200
102210     PERFORM 660-CHECK-RETURNED-MAIL THRU 669-EXIT.
102220     IF WS-MAIL-RETURNED
102230         PERFORM 670-LIST-ADDRESS-NEEDED THRU 679-EXIT
102240         GO TO 259-EXIT.
102250*    END-IF.
102260
102300     MOVE SIR-NAME TO AL-TEXT.
102400     WRITE LETTER-LINE FROM ADDRESS-LINE
102500         AFTER ADVANCING PAGE.
102600     MOVE SIR-ADDRESS TO AL-TEXT.
102700     WRITE LETTER-LINE FROM ADDRESS-LINE.
102800     MOVE SIR-CITY TO CSL-CITY.
102900     MOVE SIR-STATE TO CSL-STATE.
103000     MOVE SIR-ZIPCODE TO CSL-ZIPCODE.
103100     WRITE LETTER-LINE FROM CITY-STATE-ZIP-LINE.
103200     WRITE LETTER-LINE FROM BLANK-LINE.
103300     WRITE LETTER-LINE FROM BLANK-LINE.
103400
103500     MOVE CC-SEMESTER TO LSL-SEMESTER.
103600     MOVE RL-STANDING TO LSL-STANDING.
103700     WRITE LETTER-LINE FROM LETTER-STANDING-LINE.
103800     WRITE LETTER-LINE FROM BLANK-LINE.
103900     MOVE STR-GPA TO LGL-GPA.
104000     MOVE STR-HOURS TO LGL-HOURS.
104100     MOVE CC-PROBATION-THRESHOLD TO LGL-THRESHOLD.
104200     WRITE LETTER-LINE FROM LETTER-GPA-LINE.
104300     WRITE LETTER-LINE FROM BLANK-LINE.
104400
104500     EVALUATE TRUE
104600         WHEN STR-WARNING
104700             MOVE 'PLEASE MEET WITH YOUR ADVISOR BEFORE THE'
104800                 TO LBL-TEXT
104900             WRITE LETTER-LINE FROM LETTER-BODY-LINE
105000             MOVE 'NEXT TERM BEGINS TO PLAN A COURSE LOAD THAT'
105100                 TO LBL-TEXT
105200             WRITE LETTER-LINE FROM LETTER-BODY-LINE
105300             MOVE 'WILL RESTORE YOUR GPA TO THE MINIMUM.'
105400                 TO LBL-TEXT
105500             WRITE LETTER-LINE FROM LETTER-BODY-LINE
105600         WHEN STR-PROBATION
105700             MOVE 'YOU ARE PLACED ON ACADEMIC PROBATION.'
105800                 TO LBL-TEXT
105900             WRITE LETTER-LINE FROM LETTER-BODY-LINE
106000             MOVE 'ANOTHER TERM BELOW THE MINIMUM WILL RESULT'
106100                 TO LBL-TEXT
106200             WRITE LETTER-LINE FROM LETTER-BODY-LINE
106300             MOVE 'IN ACADEMIC SUSPENSION.'
106400                 TO LBL-TEXT
106500             WRITE LETTER-LINE FROM LETTER-BODY-LINE
106600         WHEN STR-SUSPENSION
106700             MOVE 'YOU ARE SUSPENDED FOR ACADEMIC DEFICIENCY.'
106800                 TO LBL-TEXT
106900             WRITE LETTER-LINE FROM LETTER-BODY-LINE
107000             MOVE 'A REGISTRATION HOLD HAS BEEN PLACED ON YOUR'
107100                 TO LBL-TEXT
107200             WRITE LETTER-LINE FROM LETTER-BODY-LINE
107300             MOVE 'RECORD; CONTACT THIS OFFICE TO APPEAL FOR'
107400                 TO LBL-TEXT
107500             WRITE LETTER-LINE FROM LETTER-BODY-LINE
107600             MOVE 'REINSTATEMENT.'
107700                 TO LBL-TEXT
107800             WRITE LETTER-LINE FROM LETTER-BODY-LINE
107900     END-EVALUATE.
108000
108100     WRITE LETTER-LINE FROM BLANK-LINE.
108200     WRITE LETTER-LINE FROM CLOSING-LINE.
108300     ADD +1 TO LETTER-COUNTER.
108400
108500 259-EXIT.
108600     EXIT.
108700
108800* ************************************************************** *
108900* BUILDS THE YEAR+TERM-RANK SORT KEY FOR THE SEMESTER CODE IN    *
109000* WS-SEM-IN, LEAVING IT IN WS-SEM-SORT-KEY.  SP RANKS 1, SU 2,   *
109100* FA 3; ANYTHING ELSE YIELDS YEAR 9999 RANK 9 AND SORTS LAST.    *
109200* ************************************************************** *
109300 600-BUILD-SEMESTER-SORT-KEY.
109400
109500     IF WS-SEM-IN-YEAR NOT NUMERIC
109600         MOVE '9999' TO WS-SEM-SORT-YEAR
109700         MOVE '9' TO WS-SEM-SORT-RANK
109800         GO TO 609-EXIT.
109900*    END-IF.
110000
110100     MOVE WS-SEM-IN-YEAR TO WS-SEM-SORT-YEAR.
110200     EVALUATE WS-SEM-IN-TERM
110300         WHEN 'SP'
110400             MOVE '1' TO WS-SEM-SORT-RANK
110500         WHEN 'SU'
110600             MOVE '2' TO WS-SEM-SORT-RANK
110700         WHEN 'FA'
110800             MOVE '3' TO WS-SEM-SORT-RANK
110900         WHEN OTHER
111000             MOVE '9999' TO WS-SEM-SORT-YEAR
111100             MOVE '9' TO WS-SEM-SORT-RANK
111200     END-EVALUATE.
111300
111400 609-EXIT.
111500     EXIT.
111600
111700* ************************************************************** *
111800* TRANSLATES WS-STANDING-CODE TO ITS PRINTED NAME.               *
111900* ************************************************************** *
112000 650-NAME-STANDING.
112100
112200     EVALUATE WS-STANDING-CODE
112300         WHEN 'G'
112400             MOVE 'GOOD' TO WS-STANDING-NAME
112500         WHEN 'W'
112600             MOVE 'WARNING' TO WS-STANDING-NAME
112700         WHEN 'P'
112800             MOVE 'PROBATION' TO WS-STANDING-NAME
112900         WHEN 'S'
113000             MOVE 'SUSPENSION' TO WS-STANDING-NAME
113100         WHEN OTHER
113200             MOVE 'NONE' TO WS-STANDING-NAME
113300     END-EVALUATE.
113400
113500 659-EXIT.
113600     EXIT.
113700
113800* ************************************************************** *
113900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
114000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
114100* PROGRAM IN THIS SUITE.                                         *
114200* ************************************************************** *
114300 500-DISPLAY-UNKNOWN-ERROR.
114400
114500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
114600     EXHIBIT NAMED VSIO-RETURN-CODE.
114700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
114800                   VSIO-VSAM-FUNCTION-CODE,
114900                   VSIO-VSAM-FEEDBACK-CODE.
115000
115100 509-EXIT.
115200     EXIT.
115300
115400* ************************************************************** *
115500* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
115600* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
115700* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
115800* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
115900* ************************************************************** *
116000 660-CHECK-RETURNED-MAIL.
116100
116200     MOVE 'N' TO WS-MAIL-RETURNED-SW.
116300     MOVE SPACES TO RETURNED-MAIL-RECORD.
116400     MOVE SIR-STUDENT-ID TO MRT-STUDENT-ID.
116500     MOVE VSIO-READ TO VSIO-COMMAND.
116600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
116700                         RETURNED-MAIL-FILE,
116800                         RETURNED-MAIL-RECORD.
116900*    END-CALL.
117000     IF VSIO-SUCCESS
117100         MOVE 'Y' TO WS-MAIL-RETURNED-SW
117200     ELSE
117300         IF NOT VSIO-RECORD-NOT-FOUND
117400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
117500*        END-IF
117600*    END-IF.
117700     MOVE +0 TO VSIO-RETURN-CODE.
117800
117900 669-EXIT.
118000     EXIT.
118100
118200* ************************************************************** *
118300* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
118400* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
118500* ************************************************************** *
118600 670-LIST-ADDRESS-NEEDED.
118700
118800     ADD +1 TO ADDRESS-NEEDED-COUNTER.
118900     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
119000         GO TO 679-EXIT.
119100*    END-IF.
119200     ADD +1 TO ANE-COUNT.
119300     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
119400     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
119500     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
119600     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
119700
119800 679-EXIT.
119900     EXIT.
120000
120100* ************************************************************** *
120200* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
120300* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
120400* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
120500* ************************************************************** *
120600 680-PRINT-ADDRESS-NEEDED.
120700
120800     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
120900         GO TO 689-EXIT.
121000*    END-IF.
121100
121200     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
121300         AFTER ADVANCING PAGE.
121400     WRITE REPORT-LINE FROM BLANK-LINE.
121500     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
121600
121700     MOVE 1 TO ANE-IDX.
121800     PERFORM 685-PRINT-ONE-ADDRESS-NEEDED
121900        THRU 685-EXIT
122000       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
122100*    END-PERFORM.
122200
122300     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
122400         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
122500*    END-IF.
122600     WRITE REPORT-LINE FROM BLANK-LINE.
122700     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
122800     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
122900
123000 689-EXIT.
123100     EXIT.
123200
123300 685-PRINT-ONE-ADDRESS-NEEDED.
123400
123500     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
123600     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
123700     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
123800     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
123900     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
124000     ADD 1 TO ANE-IDX.
124100
124200 685-EXIT.
124300     EXIT.
