000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COHRTRPT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ENTERING-COHORT GRADUATION AND PERSISTENCE REPORT FOR         *
000900* INSTITUTIONAL RESEARCH.  THE MEMBERS OF ONE FALL COHORT ARE   *
001000* TAKEN FROM THE FROZEN COHORT CLUSTER (COHRTBL, BUILT BY       *
001100* COHRTBLD) AND MATCHED BY STUDENT ID AGAINST THE ARCHIVED      *
001200* ENROLLMENTS ON STMHIST AND THE LIVE KEY GROUPS ON STMASTR,    *
001300* WHERE GRADCONF'S DEGREE-AWARDED RECORD (TYPE 'DG') GIVES THE  *
001400* CONFERRAL TERM.  EACH MEMBER IS FOLLOWED TERM BY TERM FROM    *
001500* THE COHORT TERM THROUGH THE AS-OF TERM, AT MOST SIX YEARS     *
001600* (18 TERMS), AND AT EVERY TERM IS ONE OF:                      *
001700*   GRADUATED       - DEGREE CONFERRED IN THAT TERM OR EARLIER; *
001800*   STILL ENROLLED  - NOT GRADUATED, AND ENROLLED IN THAT TERM  *
001900*                     OR ANY LATER ONE THROUGH THE AS-OF TERM   *
002000*                     (A SUMMER TERM ALSO ACCEPTS THE SPRING    *
002100*                     BEFORE IT, SO A SUMMER OFF IS NOT         *
002200*                     LEAVING);                                 *
002300*   LEFT            - EVERYONE ELSE.                            *
002400* AN ENROLLMENT COUNTS WHEN GRADED ('E'), INCOMPLETE ('I') OR   *
002500* WITHDRAWN ('X'), THE SAME RULE COHRTBLD USES FOR ENTRY.       *
002600*                                                               *
002700* THE REPORT SHOWS THE TERM-BY-TERM STATUS OF THE WHOLE COHORT  *
002800* WITH THE NUMBER IN CLASS EACH TERM, THEN THE GRADUATED,       *
002900* STILL-ENROLLED AND LEFT RATES AT THE END OF YEARS 1 THROUGH 6 *
003000* (THE SUMMER CLOSING EACH YEAR) FOR THE WHOLE COHORT, FOR EACH *
003100* DEPARTMENT OF MAJOR AND FOR EACH GENDER, BOTH AS FROZEN ON    *
003200* COHRTBL.  A YEAR THE AS-OF TERM HAS NOT REACHED IS LEFT       *
003300* BLANK.                                                        *
003400*                                                               *
003500* SYSIN CARD:                                                   *
003600*   COLS  1-6  COHORT TERM (FA PLUS A YEAR)                     *
003700*   COLS  7-12 AS-OF TERM  (MUST BE ON SEMTBL, NOT EARLIER      *
003800*              THAN THE COHORT TERM)                            *
003900* THE RUN ENDS RC 8 ON A BAD CARD OR A VSAM ERROR.              *
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
005700     SELECT REPORT-FILE
005800         ASSIGN TO UR-1403-S-SYSPRINT.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  CONTROL-CARD-FILE
006300     LABEL RECORDS ARE OMITTED
006400     RECORD CONTAINS 80 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS
006600     DATA RECORD IS CONTROL-CARD-RECORD.
006700 01  CONTROL-CARD-RECORD.
006800     02  CC-COHORT-TERM          PIC X(06).
006900     02  CC-ASOF-TERM            PIC X(06).
007000     02  FILLER                  PIC X(68).
007100
007200 FD  REPORT-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 132 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS REPORT-LINE.
007700 01  REPORT-LINE                 PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 77  COHORT-EOF-SW               PIC X(01)   VALUE 'N'.
008100     88  COHORT-EOF                          VALUE 'Y'.
008200 77  HISTORY-EOF-SW              PIC X(01)   VALUE 'N'.
008300     88  HISTORY-EOF                         VALUE 'Y'.
008400 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
008500     88  MASTER-EOF                          VALUE 'Y'.
008600 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
008700     88  ENTRY-FOUND                         VALUE 'Y'.
008800
008900 77  TERM-IDX                    PIC S9(4) COMP VALUE ZERO.
009000 77  TERM-MAX                    PIC S9(4) COMP VALUE +18.
009100 77  LAST-SLOT                   PIC S9(4) COMP VALUE ZERO.
009200 77  ASOF-SLOT                   PIC S9(4) COMP VALUE ZERO.
009300 77  RECORD-SLOT                 PIC S9(4) COMP VALUE ZERO.
009400 77  GRAD-SLOT                   PIC S9(4) COMP VALUE ZERO.
009500 77  LAST-ENROLLED-SLOT          PIC S9(4) COMP VALUE ZERO.
009600 77  BASE-SLOT                   PIC S9(4) COMP VALUE ZERO.
009700 77  YEAR-IDX                    PIC S9(4) COMP VALUE ZERO.
009800 77  YEAR-REMAINDER              PIC S9(4) COMP VALUE ZERO.
009900 77  DEPT-IDX                    PIC S9(4) COMP VALUE ZERO.
010000 77  GENDER-IDX                  PIC S9(4) COMP VALUE ZERO.
010100 77  GENDER-COUNT                PIC S9(4) COMP VALUE ZERO.
010200 77  GENDER-MAX                  PIC S9(4) COMP VALUE +5.
010300 77  LEFT-COUNT                  PIC S9(8) COMP VALUE ZERO.
010400 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
010500
010600 01  WS-MEMBER-STATUS            PIC X(01)   VALUE SPACE.
010700     88  WS-MEMBER-GRADUATED                 VALUE 'G'.
010800     88  WS-MEMBER-ACTIVE                    VALUE 'A'.
010900 01  WS-PCT                      PIC S9(03)  VALUE ZERO.
011000 01  WS-COHORT-YEAR              PIC 9(04)   VALUE ZERO.
011100 01  WS-YEAR                     PIC 9(04)   VALUE ZERO.
011200 01  WS-RANK                     PIC 9(01)   VALUE ZERO.
011300 01  WS-COHORT-SORT-KEY          PIC X(05)   VALUE SPACES.
011400 01  WS-ASOF-SORT-KEY            PIC X(05)   VALUE SPACES.
011500
011600* ************************************************************** *
011700* INPUT AND OUTPUT FIELDS FOR 600-BUILD-SEMESTER-SORT-KEY.  THE  *
011800* SORT KEY IS YEAR + TERM RANK (SP=1, SU=2, FA=3) SO SEMESTER    *
011900* CODES COMPARE IN CALENDAR ORDER.  AN UNRECOGNIZED TERM YIELDS  *
012000* RANK 9 AND THE HIGH YEAR 9999, WHICH IS NEVER COUNTED.         *
012100* ************************************************************** *
012200 01  WS-SEMESTER-WORK-FIELDS.
012300     02  WS-SEM-IN.
012400         03  WS-SEM-IN-TERM      PIC X(02).
012500         03  WS-SEM-IN-YEAR      PIC X(04).
012600     02  WS-SEM-SORT-KEY.
012700         03  WS-SEM-SORT-YEAR    PIC X(04).
012800         03  WS-SEM-SORT-RANK    PIC X(01).
012900
013000* ************************************************************** *
013100* ONE SLOT PER TERM FROM THE COHORT FALL: SLOT 1 IS THE COHORT   *
013200* TERM, SLOTS 3, 6 ... 18 ARE THE SUMMERS CLOSING YEARS 1-6.     *
013300* THE MEMBER FLAGS ARE RESET FOR EVERY COHORT MEMBER.            *
013400* ************************************************************** *
013500 01  TERM-TABLE.
013600     02  TERM-ENTRY OCCURS 18 TIMES.
013700         03  TE-SEMESTER         PIC X(06).
013800         03  TE-IN-CLASS         PIC S9(8) COMP.
013900         03  TE-ACTIVE           PIC S9(8) COMP.
014000         03  TE-GRADUATED        PIC S9(8) COMP.
014100
014200 01  MEMBER-TERM-FLAGS.
014300     02  MTF-ENROLLED OCCURS 18 TIMES
014400                                 PIC X(01).
014500
014600* ************************************************************** *
014700* YEAR-END COUNTS FOR THE WHOLE COHORT, BY DEPARTMENT OF MAJOR   *
014800* (ENTRY N+1 FOR DEPARTMENT N, ENTRY 101 FOR AN UNDECLARED OR    *
014900* NON-NUMERIC MAJOR) AND BY GENDER.  EVERY GROUP CARRIES THE     *
015000* SAME COUNTS LAYOUT SO IT CAN BE MOVED TO PRINT-GROUP-COUNTS.   *
015100* ************************************************************** *
015200 01  ALL-GROUP.
015300     02  ALL-COUNTS.
015400         03  ALL-MEMBERS         PIC S9(8) COMP.
015500         03  ALL-YEAR OCCURS 6 TIMES.
015600             04  ALL-GRADUATED   PIC S9(8) COMP.
015700             04  ALL-ACTIVE      PIC S9(8) COMP.
015800
015900 01  DEPT-GROUP-TABLE.
016000     02  DEPT-GROUP OCCURS 101 TIMES.
016100         03  DGP-COUNTS.
016200             04  DGP-MEMBERS     PIC S9(8) COMP.
016300             04  DGP-YEAR OCCURS 6 TIMES.
016400                 05  DGP-GRADUATED
016500                                 PIC S9(8) COMP.
016600                 05  DGP-ACTIVE  PIC S9(8) COMP.
016700
016800 01  GENDER-GROUP-TABLE.
016900     02  GENDER-GROUP OCCURS 5 TIMES.
017000         03  GGP-CODE            PIC X(01).
017100         03  GGP-COUNTS.
017200             04  GGP-MEMBERS     PIC S9(8) COMP.
017300             04  GGP-YEAR OCCURS 6 TIMES.
017400                 05  GGP-GRADUATED
017500                                 PIC S9(8) COMP.
017600                 05  GGP-ACTIVE  PIC S9(8) COMP.
017700
017800 01  PRINT-GROUP-COUNTS.
017900     02  PGC-MEMBERS             PIC S9(8) COMP.
018000     02  PGC-YEAR OCCURS 6 TIMES.
018100         03  PGC-GRADUATED       PIC S9(8) COMP.
018200         03  PGC-ACTIVE          PIC S9(8) COMP.
018300
018400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
018500 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
018600 01  COHORT-TABLE-FILE           COPY VSAMIOFB.
018700 01  HISTORY-FILE                COPY VSAMIOFB.
018800 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
018900 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
019000
019100 01  SEMESTER-TABLE-RECORD.
019200     02  SMR-CODE                PIC X(06).
019300     02  SMR-DESCRIPTION         PIC X(20).
019400     02  FILLER                  PIC X(98).
019500
019600* ************************************************************** *
019700* ONE FROZEN COHORT MEMBER (DDNAME COHRTBL, 40 BYTES, KEY 7).    *
019800* ************************************************************** *
019900 01  COHORT-MEMBER-RECORD.
020000     02  CHR-STUDENT-ID          PIC X(07).
020100     02  CHR-COHORT-TERM         PIC X(06).
020200     02  CHR-ENTRY-MAJOR         PIC X(03).
020300     02  FILLER                  REDEFINES CHR-ENTRY-MAJOR.
020400         03  CHR-ENTRY-DEPT      PIC 9(02).
020500         03  FILLER              PIC X(01).
020600     02  CHR-GENDER              PIC X(01).
020700     02  CHR-FROZEN-DATE         PIC 9(08).
020800     02  FILLER                  PIC X(15).
020900
021000* ************************************************************** *
021100* THE KEYED HISTORY RECORD: 22-BYTE PRIMARY KEY, THE 22-BYTE     *
021200* ALTERNATE-KEY ZONE, THEN THE FULL ORIGINAL ENROLLMENT IMAGE.   *
021300* ************************************************************** *
021400 01  HISTORY-KSDS-RECORD.
021500     02  HST-STUDENT-ID          PIC X(07).
021600     02  HST-SEMESTER            PIC X(06).
021700     02  HST-COURSE-ID           PIC 9(06).
021800     02  HST-KEY-ID              PIC 9(03).
021900     02  HST-ALT-KEY.
022000         03  HST-ALT-SEMESTER    PIC X(06).
022100         03  HST-ALT-COURSE-ID   PIC 9(06).
022200         03  FILLER              PIC X(10).
022300     02  HST-RECORD-IMAGE        PIC X(53).
022400
022500 01  STUDENT-RECORD-AREA         PIC X(83).
022600
022700 01  COURSE-INFO-RECORD.
022800     02  CIR-STUDENT-ID          PIC X(07).
022900     02  CIR-KEY-ID              PIC 9(03).
023000     02  CIR-COURSE-ID           PIC 9(06).
023100     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
023200     02  CIR-STATUS              PIC X(01).
023300         88  CIR-ENROLLED                VALUE 'E'.
023400         88  CIR-INCOMPLETE              VALUE 'I'.
023500         88  CIR-WITHDRAWN               VALUE 'X'.
023600     02  CIR-SEMESTER            PIC X(06).
023700     02  CIR-ENROLL-DATE         PIC 9(08).
023800     02  CIR-DROP-DATE           PIC 9(08).
023900     02  CIR-WAIT-POSITION       PIC 9(03).
024000     02  CIR-WAIT-DATE           PIC 9(08).
024100
024200* ************************************************************** *
024300* THE DEGREE-AWARDED RECORD STAMPED INTO THE STUDENT'S MASTER    *
024400* KEY GROUP AT CONFERRAL (TYPE 'DG', 44 BYTES, KEY-ID 990).      *
024500* ************************************************************** *
024600 01  DEGREE-AWARD-RECORD.
024700     02  DGR-STUDENT-ID          PIC X(07).
024800     02  DGR-KEY-ID              PIC 9(03).
024900     02  DGR-TYPE                PIC X(02).
025000     02  DGR-DEGREE-TERM         PIC X(06).
025100     02  DGR-MAJOR-DEPT          PIC 9(02).
025200     02  DGR-CONFER-DATE         PIC 9(08).
025300     02  FILLER                  PIC X(16).
025400
025500 01  DEPARTMENT-TABLE-RECORD.
025600     02  DTR-NUMBER              PIC 9(02).
025700     02  DTR-NAME                PIC X(30).
025800     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
025900     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
026000
026100 01  HEADING-LINE-1.
026200     02  FILLER                  PIC X(58) VALUE
026300         'COHRTRPT - ENTERING COHORT GRADUATION AND PERSISTENCE'.
026400     02  FILLER                  PIC X(07) VALUE 'COHORT '.
026500     02  HL1-COHORT-TERM         PIC X(06).
026600     02  FILLER                  PIC X(09) VALUE '   AS OF '.
026700     02  HL1-ASOF-TERM           PIC X(06).
026800     02  FILLER                  PIC X(46) VALUE SPACES.
026900
027000 01  HEADING-LINE-2.
027100     02  FILLER                  PIC X(16) VALUE
027200         'COHORT MEMBERS: '.
027300     02  HL2-MEMBERS             PIC ZZZZZZ9.
027400     02  FILLER                  PIC X(109) VALUE SPACES.
027500
027600 01  TERM-HEADING-LINE.
027700     02  FILLER                  PIC X(132) VALUE
027800         'TERM-BY-TERM STATUS OF THE COHORT'.
027900
028000 01  TERM-COLUMN-LINE.
028100     02  FILLER                  PIC X(06) VALUE 'YEAR'.
028200     02  FILLER                  PIC X(10) VALUE 'TERM'.
028300     02  FILLER                  PIC X(10) VALUE 'IN CLASS'.
028400     02  FILLER                  PIC X(22) VALUE
028500         '  STILL ENROLLED  PCT'.
028600     02  FILLER                  PIC X(17) VALUE
028700         '  GRADUATED  PCT'.
028800     02  FILLER                  PIC X(67) VALUE
028900         '       LEFT  PCT'.
029000
029100 01  TERM-LINE.
029200     02  FILLER                  PIC X(02) VALUE SPACES.
029300     02  TL-YEAR                 PIC 9(01).
029400     02  FILLER                  PIC X(03) VALUE SPACES.
029500     02  TL-SEMESTER             PIC X(06).
029600     02  FILLER                  PIC X(06) VALUE SPACES.
029700     02  TL-IN-CLASS             PIC ZZZZZ9.
029800     02  FILLER                  PIC X(12) VALUE SPACES.
029900     02  TL-ACTIVE               PIC ZZZZZ9.
030000     02  FILLER                  PIC X(02) VALUE SPACES.
030100     02  TL-ACTIVE-PCT           PIC ZZ9.
030200     02  FILLER                  PIC X(06) VALUE SPACES.
030300     02  TL-GRADUATED            PIC ZZZZZ9.
030400     02  FILLER                  PIC X(02) VALUE SPACES.
030500     02  TL-GRADUATED-PCT        PIC ZZ9.
030600     02  FILLER                  PIC X(06) VALUE SPACES.
030700     02  TL-LEFT                 PIC ZZZZZ9.
030800     02  FILLER                  PIC X(02) VALUE SPACES.
030900     02  TL-LEFT-PCT             PIC ZZ9.
031000     02  FILLER                  PIC X(51) VALUE SPACES.
031100
031200 01  RATE-HEADING-LINE.
031300     02  FILLER                  PIC X(42) VALUE
031400         'RATES AT END OF YEAR, PERCENT OF MEMBERS  '.
031500     02  FILLER                  PIC X(90) VALUE
031600         '(GRD = GRADUATED, ENR = STILL ENROLLED, LFT = LEFT)'.
031700
031800 01  RATE-COLUMN-LINE-1.
031900     02  FILLER                  PIC X(39) VALUE SPACES.
032000     02  FILLER                  PIC X(14) VALUE '   -- YEAR 1 -'.
032100     02  FILLER                  PIC X(14) VALUE '   -- YEAR 2 -'.
032200     02  FILLER                  PIC X(14) VALUE '   -- YEAR 3 -'.
032300     02  FILLER                  PIC X(14) VALUE '   -- YEAR 4 -'.
032400     02  FILLER                  PIC X(14) VALUE '   -- YEAR 5 -'.
032500     02  FILLER                  PIC X(23) VALUE '   -- YEAR 6 -'.
032600
032700 01  RATE-COLUMN-LINE-2.
032800     02  FILLER                  PIC X(30) VALUE 'GROUP'.
032900     02  FILLER                  PIC X(09) VALUE 'MEMBERS'.
033000     02  FILLER                  PIC X(14) VALUE '   GRD ENR LFT'.
033100     02  FILLER                  PIC X(14) VALUE '   GRD ENR LFT'.
033200     02  FILLER                  PIC X(14) VALUE '   GRD ENR LFT'.
033300     02  FILLER                  PIC X(14) VALUE '   GRD ENR LFT'.
033400     02  FILLER                  PIC X(14) VALUE '   GRD ENR LFT'.
033500     02  FILLER                  PIC X(23) VALUE '   GRD ENR LFT'.
033600
033700 01  RATE-LINE.
033800     02  RL-GROUP                PIC X(30).
033900     02  RL-MEMBERS              PIC ZZZZZZ9.
034000     02  FILLER                  PIC X(02) VALUE SPACES.
034100     02  RL-YEAR OCCURS 6 TIMES  PIC X(14).
034200     02  FILLER                  PIC X(09) VALUE SPACES.
034300
034400 01  RATE-CELL.
034500     02  FILLER                  PIC X(03) VALUE SPACES.
034600     02  RC-GRADUATED-PCT        PIC ZZ9.
034700     02  FILLER                  PIC X(01) VALUE SPACE.
034800     02  RC-ACTIVE-PCT           PIC ZZ9.
034900     02  FILLER                  PIC X(01) VALUE SPACE.
035000     02  RC-LEFT-PCT             PIC ZZ9.
035100
035200 01  DEPT-GROUP-LABEL.
035300     02  FILLER                  PIC X(05) VALUE 'DEPT '.
035400     02  DGL-NUMBER              PIC X(02).
035500     02  FILLER                  PIC X(01) VALUE SPACE.
035600     02  DGL-NAME                PIC X(22).
035700
035800 01  GENDER-GROUP-LABEL.
035900     02  FILLER                  PIC X(07) VALUE 'GENDER '.
036000     02  GGL-CODE                PIC X(01).
036100     02  FILLER                  PIC X(22) VALUE SPACES.
036200
036300 01  NO-MEMBERS-LINE.
036400     02  FILLER                  PIC X(132) VALUE
036500         '*** NO COHRTBL MEMBERS FOR THIS COHORT TERM ***'.
036600
036700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
036800
036900 PROCEDURE DIVISION.
037000
037100 000-INITIATE.
037200
037300     DISPLAY 'COHRTRPT: COHORT GRADUATION AND PERSISTENCE'.
037400     DISPLAY '-------------------------------------------'.
037500     DISPLAY ' '.
037600
037700     OPEN INPUT CONTROL-CARD-FILE.
037800     MOVE SPACES TO CONTROL-CARD-RECORD.
037900     READ CONTROL-CARD-FILE
038000         AT END
038100             DISPLAY 'COHRTRPT: NO CONTROL CARD SUPPLIED - '
038200                     'STOPPING'
038300             MOVE +8 TO RETURN-CODE
038400             STOP RUN.
038500*    END-READ.
038600     CLOSE CONTROL-CARD-FILE.
038700
038800     MOVE CC-COHORT-TERM TO WS-SEM-IN.
038900     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
039000     MOVE WS-SEM-SORT-KEY TO WS-COHORT-SORT-KEY.
039100     IF WS-SEM-SORT-RANK NOT EQUAL '3'
039200         DISPLAY 'COHRTRPT: COHORT TERM ' CC-COHORT-TERM
039300                 ' IS NOT A FALL TERM - STOPPING'
039400         MOVE +8 TO RETURN-CODE
039500         STOP RUN.
039600*    END-IF.
039700     MOVE WS-SEM-SORT-YEAR TO WS-COHORT-YEAR.
039800
039900     MOVE CC-ASOF-TERM TO WS-SEM-IN.
040000     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
040100     MOVE WS-SEM-SORT-KEY TO WS-ASOF-SORT-KEY.
040200     IF WS-SEM-SORT-RANK EQUAL '9'
040300         DISPLAY 'COHRTRPT: SEMESTER CODES MUST BE SP, SU OR '
040400                 'FA PLUS A YEAR - STOPPING'
040500         MOVE +8 TO RETURN-CODE
040600         STOP RUN.
040700*    END-IF.
040800     IF WS-ASOF-SORT-KEY LESS THAN WS-COHORT-SORT-KEY
040900         DISPLAY 'COHRTRPT: ' CC-ASOF-TERM
041000                 ' IS EARLIER THAN ' CC-COHORT-TERM
041100                 ' - STOPPING'
041200         MOVE +8 TO RETURN-CODE
041300         STOP RUN.
041400*    END-IF.
041500
041600     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
041700     MOVE VSIO-KSDS TO
041800         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
041900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
042000     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
042100     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
042200     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
042300     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
042400     MOVE VSIO-OPEN TO VSIO-COMMAND.
042500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042600                         SEMESTER-TABLE-FILE,
042700                         SEMESTER-TABLE-RECORD.
042800*    END-CALL.
042900     IF NOT VSIO-SUCCESS
043000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043100         MOVE +8 TO RETURN-CODE
043200         STOP RUN.
043300*    END-IF.
043400
043500     MOVE SPACES TO SEMESTER-TABLE-RECORD.
043600     MOVE CC-ASOF-TERM TO SMR-CODE.
043700     MOVE VSIO-READ TO VSIO-COMMAND.
043800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043900                         SEMESTER-TABLE-FILE,
044000                         SEMESTER-TABLE-RECORD.
044100*    END-CALL.
044200     IF NOT VSIO-SUCCESS
044300         DISPLAY 'COHRTRPT: SEMESTER ' CC-ASOF-TERM
044400                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
044500         MOVE +8 TO RETURN-CODE
044600         STOP RUN.
044700*    END-IF.
044800
044900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
045000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045100                         SEMESTER-TABLE-FILE,
045200                         SEMESTER-TABLE-RECORD.
045300*    END-CALL.
045400
045500     PERFORM 620-COMPUTE-SLOT THRU 629-EXIT.
045600     MOVE RECORD-SLOT TO ASOF-SLOT.
045700     IF ASOF-SLOT GREATER THAN TERM-MAX
045800         MOVE TERM-MAX TO LAST-SLOT
045900     ELSE
046000         MOVE ASOF-SLOT TO LAST-SLOT.
046100*    END-IF.
046200
046300     INITIALIZE TERM-TABLE.
046400     INITIALIZE ALL-GROUP.
046500     INITIALIZE DEPT-GROUP-TABLE.
046600     INITIALIZE GENDER-GROUP-TABLE.
046700
046800     MOVE WS-COHORT-YEAR TO WS-YEAR.
046900     MOVE 3 TO WS-RANK.
047000     PERFORM 105-NAME-ONE-TERM
047100        THRU 105-EXIT
047200       VARYING TERM-IDX FROM 1 BY 1
047300         UNTIL TERM-IDX GREATER THAN TERM-MAX.
047400*    END-PERFORM.
047500
047600     MOVE 'COHRTBL' TO VSIO-DDNAME OF COHORT-TABLE-FILE.
047700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COHORT-TABLE-FILE.
047800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF COHORT-TABLE-FILE.
047900     MOVE VSIO-INPUT TO VSIO-MODE OF COHORT-TABLE-FILE.
048000     MOVE +40 TO VSIO-RECORD-LENGTH OF COHORT-TABLE-FILE.
048100     MOVE +0 TO VSIO-KEY-POSITION OF COHORT-TABLE-FILE.
048200     MOVE +7 TO VSIO-KEY-LENGTH OF COHORT-TABLE-FILE.
048300     MOVE VSIO-OPEN TO VSIO-COMMAND.
048400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048500                         COHORT-TABLE-FILE,
048600                         COHORT-MEMBER-RECORD.
048700*    END-CALL.
048800     IF NOT VSIO-SUCCESS
048900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049000         MOVE +8 TO RETURN-CODE
049100         STOP RUN.
049200*    END-IF.
049300
049400     MOVE 'STMHIST' TO VSIO-DDNAME OF HISTORY-FILE.
049500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HISTORY-FILE.
049600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF HISTORY-FILE.
049700     MOVE VSIO-INPUT TO VSIO-MODE OF HISTORY-FILE.
049800     MOVE +97 TO VSIO-RECORD-LENGTH OF HISTORY-FILE.
049900     MOVE +0 TO VSIO-KEY-POSITION OF HISTORY-FILE.
050000     MOVE +22 TO VSIO-KEY-LENGTH OF HISTORY-FILE.
050100     MOVE VSIO-OPEN TO VSIO-COMMAND.
050200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050300                         HISTORY-FILE,
050400                         HISTORY-KSDS-RECORD.
050500*    END-CALL.
050600     IF NOT VSIO-SUCCESS
050700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050800         MOVE +8 TO RETURN-CODE
050900         STOP RUN.
051000*    END-IF.
051100
051200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
051300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
051400     MOVE VSIO-SEQUENTIAL TO
051500         VSIO-ACCESS OF STUDENT-MASTER-FILE.
051600     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
051700     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
051800     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
051900     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
052000     MOVE VSIO-OPEN TO VSIO-COMMAND.
052100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052200                         STUDENT-MASTER-FILE,
052300                         STUDENT-RECORD-AREA.
052400*    END-CALL.
052500     IF NOT VSIO-SUCCESS
052600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052700         MOVE +8 TO RETURN-CODE
052800         STOP RUN.
052900*    END-IF.
053000
053100     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
053200     MOVE VSIO-KSDS TO
053300         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
053400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
053500     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
053600     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
053700     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
053800     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
053900     MOVE VSIO-OPEN TO VSIO-COMMAND.
054000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054100                         DEPARTMENT-TABLE-FILE,
054200                         DEPARTMENT-TABLE-RECORD.
054300*    END-CALL.
054400     IF NOT VSIO-SUCCESS
054500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054600         MOVE +8 TO RETURN-CODE
054700         STOP RUN.
054800*    END-IF.
054900
055000     MOVE 'N' TO HISTORY-EOF-SW.
055100     PERFORM 130-READ-HISTORY THRU 139-EXIT.
055200     MOVE 'N' TO MASTER-EOF-SW.
055300     PERFORM 135-READ-MASTER THRU 135-EXIT.
055400
055500 010-PROCESS.
055600
055700     MOVE 'N' TO COHORT-EOF-SW.
055800     PERFORM 110-READ-ONE-MEMBER
055900        THRU 119-EXIT
056000       UNTIL COHORT-EOF.
056100*    END-PERFORM.
056200
056300     OPEN OUTPUT REPORT-FILE.
056400     MOVE CC-COHORT-TERM TO HL1-COHORT-TERM.
056500     MOVE CC-ASOF-TERM TO HL1-ASOF-TERM.
056600     MOVE ALL-MEMBERS TO HL2-MEMBERS.
056700     WRITE REPORT-LINE FROM HEADING-LINE-1
056800         AFTER ADVANCING PAGE.
056900     WRITE REPORT-LINE FROM HEADING-LINE-2.
057000     WRITE REPORT-LINE FROM BLANK-LINE.
057100
057200     IF ALL-MEMBERS EQUAL ZERO
057300         WRITE REPORT-LINE FROM NO-MEMBERS-LINE
057400         GO TO 020-TERMINATE.
057500*    END-IF.
057600
057700     WRITE REPORT-LINE FROM TERM-HEADING-LINE.
057800     WRITE REPORT-LINE FROM BLANK-LINE.
057900     WRITE REPORT-LINE FROM TERM-COLUMN-LINE.
058000     PERFORM 200-PRINT-ONE-TERM
058100        THRU 209-EXIT
058200       VARYING TERM-IDX FROM 1 BY 1
058300         UNTIL TERM-IDX GREATER THAN LAST-SLOT.
058400*    END-PERFORM.
058500
058600     WRITE REPORT-LINE FROM BLANK-LINE.
058700     WRITE REPORT-LINE FROM RATE-HEADING-LINE.
058800     WRITE REPORT-LINE FROM BLANK-LINE.
058900     WRITE REPORT-LINE FROM RATE-COLUMN-LINE-1.
059000     WRITE REPORT-LINE FROM RATE-COLUMN-LINE-2.
059100
059200     MOVE 'ALL COHORT MEMBERS' TO RL-GROUP.
059300     MOVE ALL-COUNTS TO PRINT-GROUP-COUNTS.
059400     PERFORM 220-PRINT-GROUP THRU 229-EXIT.
059500
059600     WRITE REPORT-LINE FROM BLANK-LINE.
059700     PERFORM 230-PRINT-ONE-DEPARTMENT
059800        THRU 239-EXIT
059900       VARYING DEPT-IDX FROM 1 BY 1
060000         UNTIL DEPT-IDX GREATER THAN 101.
060100*    END-PERFORM.
060200
060300     WRITE REPORT-LINE FROM BLANK-LINE.
060400     PERFORM 240-PRINT-ONE-GENDER
060500        THRU 249-EXIT
060600       VARYING GENDER-IDX FROM 1 BY 1
060700         UNTIL GENDER-IDX GREATER THAN GENDER-COUNT.
060800*    END-PERFORM.
060900
061000 020-TERMINATE.
061100
061200     CLOSE REPORT-FILE.
061300
061400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
061500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061600                         DEPARTMENT-TABLE-FILE,
061700                         DEPARTMENT-TABLE-RECORD.
061800*    END-CALL.
061900
062000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
062100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062200                         STUDENT-MASTER-FILE,
062300                         STUDENT-RECORD-AREA.
062400*    END-CALL.
062500
062600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
062700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062800                         HISTORY-FILE,
062900                         HISTORY-KSDS-RECORD.
063000*    END-CALL.
063100
063200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
063300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063400                         COHORT-TABLE-FILE,
063500                         COHORT-MEMBER-RECORD.
063600*    END-CALL.
063700
063800     DISPLAY 'COHRTRPT: COHORT MEMBERS FOLLOWED: ' ALL-MEMBERS.
063900
064000     IF ERROR-COUNTER GREATER THAN ZERO
064100         MOVE +8 TO RETURN-CODE.
064200*    END-IF.
064300     STOP RUN.
064400
064500* ************************************************************** *
064600* NAMES TERM SLOT TERM-IDX FROM WS-YEAR/WS-RANK, THEN STEPS TO   *
064700* THE NEXT TERM (FALL ROLLS OVER TO THE NEXT SPRING).            *
064800* ************************************************************** *
064900 105-NAME-ONE-TERM.
065000
065100     EVALUATE WS-RANK
065200         WHEN 1
065300             MOVE 'SP' TO TE-SEMESTER (TERM-IDX) (1:2)
065400         WHEN 2
065500             MOVE 'SU' TO TE-SEMESTER (TERM-IDX) (1:2)
065600         WHEN OTHER
065700             MOVE 'FA' TO TE-SEMESTER (TERM-IDX) (1:2)
065800     END-EVALUATE.
065900     MOVE WS-YEAR TO TE-SEMESTER (TERM-IDX) (3:4).
066000
066100     IF WS-RANK EQUAL 3
066200         MOVE 1 TO WS-RANK
066300         ADD 1 TO WS-YEAR
066400     ELSE
066500         ADD 1 TO WS-RANK.
066600*    END-IF.
066700
066800 105-EXIT.
066900     EXIT.
067000
067100* ************************************************************** *
067200* READS THE NEXT COHRTBL RECORD.  A MEMBER OF THE CARD'S COHORT  *
067300* IS MATCHED AGAINST ITS STMHIST AND STMASTR RECORDS (ALL THREE  *
067400* FILES ARE IN STUDENT-ID ORDER) AND THEN TALLIED.               *
067500* ************************************************************** *
067600 110-READ-ONE-MEMBER.
067700
067800     MOVE +40 TO VSIO-RECORD-LENGTH OF COHORT-TABLE-FILE.
067900     MOVE VSIO-READ TO VSIO-COMMAND.
068000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068100                         COHORT-TABLE-FILE,
068200                         COHORT-MEMBER-RECORD.
068300*    END-CALL.
068400     IF NOT VSIO-SUCCESS
068500         IF NOT VSIO-END-OF-FILE
068600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
068700             ADD +1 TO ERROR-COUNTER
068800         END-IF
068900         MOVE 'Y' TO COHORT-EOF-SW
069000         GO TO 119-EXIT.
069100*    END-IF.
069200
069300     IF CHR-COHORT-TERM NOT EQUAL CC-COHORT-TERM
069400         GO TO 119-EXIT.
069500*    END-IF.
069600
069700     MOVE SPACES TO MEMBER-TERM-FLAGS.
069800     MOVE ZERO TO GRAD-SLOT.
069900     MOVE ZERO TO LAST-ENROLLED-SLOT.
070000
070100     PERFORM 125-MATCH-HISTORY
070200        THRU 125-EXIT
070300       UNTIL HISTORY-EOF
070400          OR HST-STUDENT-ID GREATER THAN CHR-STUDENT-ID.
070500*    END-PERFORM.
070600
070700     PERFORM 127-MATCH-MASTER
070800        THRU 127-EXIT
070900       UNTIL MASTER-EOF
071000          OR STUDENT-RECORD-AREA (1:7) GREATER THAN
071100             CHR-STUDENT-ID.
071200*    END-PERFORM.
071300
071400     PERFORM 160-TALLY-MEMBER THRU 169-EXIT.
071500
071600 119-EXIT.
071700     EXIT.
071800
071900 125-MATCH-HISTORY.
072000
072100     IF HST-STUDENT-ID EQUAL CHR-STUDENT-ID
072200         MOVE HST-RECORD-IMAGE TO COURSE-INFO-RECORD
072300         PERFORM 140-MARK-ENROLLMENT THRU 149-EXIT.
072400*    END-IF.
072500     PERFORM 130-READ-HISTORY THRU 139-EXIT.
072600
072700 125-EXIT.
072800     EXIT.
072900
073000* ************************************************************** *
073100* TAKES ONE MASTER RECORD OF THE MEMBER: AN ENROLLMENT (53       *
073200* BYTES) MARKS ITS TERM, A DEGREE-AWARDED RECORD (44 BYTES, TYPE *
073300* 'DG') SETS THE CONFERRAL TERM; ANYTHING ELSE IS PASSED OVER.   *
073400* ************************************************************** *
073500 127-MATCH-MASTER.
073600
073700     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL CHR-STUDENT-ID
073800         GO TO 127-READ-NEXT.
073900*    END-IF.
074000
074100     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +53
074200         MOVE STUDENT-RECORD-AREA (1:53) TO COURSE-INFO-RECORD
074300         PERFORM 140-MARK-ENROLLMENT THRU 149-EXIT
074400         GO TO 127-READ-NEXT.
074500*    END-IF.
074600
074700     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
074800         MOVE STUDENT-RECORD-AREA (1:44) TO DEGREE-AWARD-RECORD
074900         IF DGR-TYPE EQUAL 'DG'
075000             PERFORM 150-MARK-DEGREE THRU 159-EXIT
075100         END-IF.
075200*    END-IF.
075300
075400 127-READ-NEXT.
075500     PERFORM 135-READ-MASTER THRU 135-EXIT.
075600
075700 127-EXIT.
075800     EXIT.
075900
076000 130-READ-HISTORY.
076100
076200     MOVE +97 TO VSIO-RECORD-LENGTH OF HISTORY-FILE.
076300     MOVE VSIO-READ TO VSIO-COMMAND.
076400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
076500                         HISTORY-FILE,
076600                         HISTORY-KSDS-RECORD.
076700*    END-CALL.
076800     IF NOT VSIO-SUCCESS
076900         IF NOT VSIO-END-OF-FILE
077000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
077100             ADD +1 TO ERROR-COUNTER
077200         END-IF
077300         MOVE 'Y' TO HISTORY-EOF-SW
077400         MOVE HIGH-VALUES TO HST-STUDENT-ID
077500         MOVE +0 TO VSIO-RETURN-CODE.
077600*    END-IF.
077700
077800 139-EXIT.
077900     EXIT.
078000
078100 135-READ-MASTER.
078200
078300     MOVE SPACES TO STUDENT-RECORD-AREA.
078400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
078500     MOVE VSIO-READ TO VSIO-COMMAND.
078600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
078700                         STUDENT-MASTER-FILE,
078800                         STUDENT-RECORD-AREA.
078900*    END-CALL.
079000     IF NOT VSIO-SUCCESS
079100         IF NOT VSIO-END-OF-FILE
079200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
079300             ADD +1 TO ERROR-COUNTER
079400         END-IF
079500         MOVE 'Y' TO MASTER-EOF-SW
079600         MOVE HIGH-VALUES TO STUDENT-RECORD-AREA (1:7)
079700         MOVE +0 TO VSIO-RETURN-CODE.
079800*    END-IF.
079900
080000 135-EXIT.
080100     EXIT.
080200
080300* ************************************************************** *
080400* MARKS THE TERM SLOT OF A COUNTED ENROLLMENT AND KEEPS THE      *
080500* LATEST SLOT ENROLLED UP TO THE AS-OF TERM.  REGISTRATIONS FOR  *
080600* TERMS AFTER THE AS-OF TERM ARE NOT COUNTED.                    *
080700* ************************************************************** *
080800 140-MARK-ENROLLMENT.
080900
081000     IF NOT CIR-ENROLLED
081100     AND NOT CIR-INCOMPLETE
081200     AND NOT CIR-WITHDRAWN
081300         GO TO 149-EXIT.
081400*    END-IF.
081500
081600     MOVE CIR-SEMESTER TO WS-SEM-IN.
081700     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
081800     IF WS-SEM-SORT-RANK EQUAL '9'
081900         GO TO 149-EXIT.
082000*    END-IF.
082100     PERFORM 620-COMPUTE-SLOT THRU 629-EXIT.
082200     IF RECORD-SLOT LESS THAN 1
082300     OR RECORD-SLOT GREATER THAN ASOF-SLOT
082400         GO TO 149-EXIT.
082500*    END-IF.
082600
082700     IF RECORD-SLOT NOT GREATER THAN TERM-MAX
082800         MOVE 'Y' TO MTF-ENROLLED (RECORD-SLOT).
082900*    END-IF.
083000     IF RECORD-SLOT GREATER THAN LAST-ENROLLED-SLOT
083100         MOVE RECORD-SLOT TO LAST-ENROLLED-SLOT.
083200*    END-IF.
083300
083400 149-EXIT.
083500     EXIT.
083600
083700* ************************************************************** *
083800* SETS THE CONFERRAL SLOT FROM THE DEGREE TERM.  A DEGREE AFTER  *
083900* THE AS-OF TERM IS NOT COUNTED; THE EARLIEST DEGREE WINS.       *
084000* ************************************************************** *
084100 150-MARK-DEGREE.
084200
084300     MOVE DGR-DEGREE-TERM TO WS-SEM-IN.
084400     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
084500     IF WS-SEM-SORT-RANK EQUAL '9'
084600         GO TO 159-EXIT.
084700*    END-IF.
084800     PERFORM 620-COMPUTE-SLOT THRU 629-EXIT.
084900     IF RECORD-SLOT GREATER THAN ASOF-SLOT
085000         GO TO 159-EXIT.
085100*    END-IF.
085200     IF RECORD-SLOT LESS THAN 1
085300         MOVE 1 TO RECORD-SLOT.
085400*    END-IF.
085500
085600     IF GRAD-SLOT EQUAL ZERO
085700     OR RECORD-SLOT LESS THAN GRAD-SLOT
085800         MOVE RECORD-SLOT TO GRAD-SLOT.
085900*    END-IF.
086000
086100 159-EXIT.
086200     EXIT.
086300
086400* ************************************************************** *
086500* ADDS THE MEMBER TO THE COHORT, ITS DEPARTMENT AND ITS GENDER,  *
086600* THEN STATUSES IT AT EVERY TERM THROUGH THE LAST SLOT.          *
086700* ************************************************************** *
086800 160-TALLY-MEMBER.
086900
087000     IF CHR-ENTRY-DEPT NUMERIC
087100         COMPUTE DEPT-IDX = CHR-ENTRY-DEPT + 1
087200     ELSE
087300         MOVE 101 TO DEPT-IDX.
087400*    END-IF.
087500
087600     MOVE 'N' TO ENTRY-FOUND-SW.
087700     MOVE 1 TO GENDER-IDX.
087800     PERFORM 162-SCAN-GENDER THRU 162-EXIT
087900       UNTIL ENTRY-FOUND
088000          OR GENDER-IDX GREATER THAN GENDER-COUNT.
088100*    END-PERFORM.
088200     IF NOT ENTRY-FOUND
088300         IF GENDER-COUNT NOT LESS THAN GENDER-MAX
088400             DISPLAY 'COHRTRPT: GENDER TABLE FULL - '
088500                 CHR-GENDER ' NOT BROKEN OUT'
088600             MOVE ZERO TO GENDER-IDX
088700         ELSE
088800             ADD 1 TO GENDER-COUNT
088900             MOVE GENDER-COUNT TO GENDER-IDX
089000             MOVE CHR-GENDER TO GGP-CODE (GENDER-IDX)
089100         END-IF.
089200*    END-IF.
089300
089400     ADD 1 TO ALL-MEMBERS.
089500     ADD 1 TO DGP-MEMBERS (DEPT-IDX).
089600     IF GENDER-IDX GREATER THAN ZERO
089700         ADD 1 TO GGP-MEMBERS (GENDER-IDX).
089800*    END-IF.
089900
090000     PERFORM 165-STATUS-ONE-TERM
090100        THRU 165-EXIT
090200       VARYING TERM-IDX FROM 1 BY 1
090300         UNTIL TERM-IDX GREATER THAN LAST-SLOT.
090400*    END-PERFORM.
090500
090600 169-EXIT.
090700     EXIT.
090800
090900 162-SCAN-GENDER.
091000
091100     IF GGP-CODE (GENDER-IDX) EQUAL CHR-GENDER
091200         MOVE 'Y' TO ENTRY-FOUND-SW
091300     ELSE
091400         ADD 1 TO GENDER-IDX.
091500*    END-IF.
091600
091700 162-EXIT.
091800     EXIT.
091900
092000* ************************************************************** *
092100* STATUSES THE MEMBER AT TERM SLOT TERM-IDX AND, WHEN THE SLOT   *
092200* IS THE SUMMER CLOSING A YEAR, COUNTS THAT YEAR FOR EACH GROUP. *
092300* ************************************************************** *
092400 165-STATUS-ONE-TERM.
092500
092600     IF MTF-ENROLLED (TERM-IDX) EQUAL 'Y'
092700         ADD 1 TO TE-IN-CLASS (TERM-IDX).
092800*    END-IF.
092900
093000     DIVIDE TERM-IDX BY 3 GIVING YEAR-IDX
093100         REMAINDER YEAR-REMAINDER.
093200     IF YEAR-REMAINDER EQUAL ZERO
093300         COMPUTE BASE-SLOT = TERM-IDX - 1
093400     ELSE
093500         MOVE TERM-IDX TO BASE-SLOT.
093600*    END-IF.
093700
093800     MOVE SPACE TO WS-MEMBER-STATUS.
093900     IF GRAD-SLOT GREATER THAN ZERO
094000     AND GRAD-SLOT NOT GREATER THAN TERM-IDX
094100         MOVE 'G' TO WS-MEMBER-STATUS
094200         ADD 1 TO TE-GRADUATED (TERM-IDX)
094300     ELSE
094400         IF LAST-ENROLLED-SLOT NOT LESS THAN BASE-SLOT
094500             MOVE 'A' TO WS-MEMBER-STATUS
094600             ADD 1 TO TE-ACTIVE (TERM-IDX)
094700         END-IF.
094800*    END-IF.
094900
095000     IF YEAR-REMAINDER NOT EQUAL ZERO
095100         GO TO 165-EXIT.
095200*    END-IF.
095300
095400     IF WS-MEMBER-GRADUATED
095500         ADD 1 TO ALL-GRADUATED (YEAR-IDX)
095600         ADD 1 TO DGP-GRADUATED (DEPT-IDX, YEAR-IDX)
095700         IF GENDER-IDX GREATER THAN ZERO
095800             ADD 1 TO GGP-GRADUATED (GENDER-IDX, YEAR-IDX)
095900         END-IF.
096000*    END-IF.
096100     IF WS-MEMBER-ACTIVE
096200         ADD 1 TO ALL-ACTIVE (YEAR-IDX)
096300         ADD 1 TO DGP-ACTIVE (DEPT-IDX, YEAR-IDX)
096400         IF GENDER-IDX GREATER THAN ZERO
096500             ADD 1 TO GGP-ACTIVE (GENDER-IDX, YEAR-IDX)
096600         END-IF.
096700*    END-IF.
096800
096900 165-EXIT.
097000     EXIT.
097100
097200 200-PRINT-ONE-TERM.
097300
097400     COMPUTE TL-YEAR = (TERM-IDX + 2) / 3.
097500     MOVE TE-SEMESTER (TERM-IDX) TO TL-SEMESTER.
097600     MOVE TE-IN-CLASS (TERM-IDX) TO TL-IN-CLASS.
097700     MOVE TE-ACTIVE (TERM-IDX) TO TL-ACTIVE.
097800     MOVE TE-GRADUATED (TERM-IDX) TO TL-GRADUATED.
097900     COMPUTE LEFT-COUNT = ALL-MEMBERS - TE-ACTIVE (TERM-IDX)
098000                        - TE-GRADUATED (TERM-IDX).
098100     MOVE LEFT-COUNT TO TL-LEFT.
098200
098300     COMPUTE WS-PCT ROUNDED =
098400         (TE-ACTIVE (TERM-IDX) * 100) / ALL-MEMBERS.
098500     MOVE WS-PCT TO TL-ACTIVE-PCT.
098600     COMPUTE WS-PCT ROUNDED =
098700         (TE-GRADUATED (TERM-IDX) * 100) / ALL-MEMBERS.
098800     MOVE WS-PCT TO TL-GRADUATED-PCT.
098900     COMPUTE WS-PCT ROUNDED = (LEFT-COUNT * 100) / ALL-MEMBERS.
099000     MOVE WS-PCT TO TL-LEFT-PCT.
099100
099200     WRITE REPORT-LINE FROM TERM-LINE.
099300
099400 209-EXIT.
099500     EXIT.
099600
099700* ************************************************************** *
099800* PRINTS ONE RATE LINE FROM PRINT-GROUP-COUNTS UNDER THE LABEL   *
099900* ALREADY IN RL-GROUP.  A YEAR WHOSE CLOSING SUMMER IS PAST THE  *
100000* AS-OF TERM IS LEFT BLANK.                                      *
100100* ************************************************************** *
100200 220-PRINT-GROUP.
100300
100400     MOVE PGC-MEMBERS TO RL-MEMBERS.
100500     PERFORM 225-FORMAT-ONE-YEAR
100600        THRU 225-EXIT
100700       VARYING YEAR-IDX FROM 1 BY 1
100800         UNTIL YEAR-IDX GREATER THAN 6.
100900*    END-PERFORM.
101000     WRITE REPORT-LINE FROM RATE-LINE.
101100
101200 229-EXIT.
101300     EXIT.
101400
101500 225-FORMAT-ONE-YEAR.
101600
101700     IF YEAR-IDX * 3 GREATER THAN LAST-SLOT
101800         MOVE SPACES TO RL-YEAR (YEAR-IDX)
101900         GO TO 225-EXIT.
102000*    END-IF.
102100
102200     COMPUTE LEFT-COUNT = PGC-MEMBERS - PGC-GRADUATED (YEAR-IDX)
102300                        - PGC-ACTIVE (YEAR-IDX).
102400     COMPUTE WS-PCT ROUNDED =
102500         (PGC-GRADUATED (YEAR-IDX) * 100) / PGC-MEMBERS.
102600     MOVE WS-PCT TO RC-GRADUATED-PCT.
102700     COMPUTE WS-PCT ROUNDED =
102800         (PGC-ACTIVE (YEAR-IDX) * 100) / PGC-MEMBERS.
102900     MOVE WS-PCT TO RC-ACTIVE-PCT.
103000     COMPUTE WS-PCT ROUNDED = (LEFT-COUNT * 100) / PGC-MEMBERS.
103100     MOVE WS-PCT TO RC-LEFT-PCT.
103200     MOVE RATE-CELL TO RL-YEAR (YEAR-IDX).
103300
103400 225-EXIT.
103500     EXIT.
103600
103700 230-PRINT-ONE-DEPARTMENT.
103800
103900     IF DGP-MEMBERS (DEPT-IDX) EQUAL ZERO
104000         GO TO 239-EXIT.
104100*    END-IF.
104200
104300     IF DEPT-IDX EQUAL 101
104400         MOVE '**' TO DGL-NUMBER
104500         MOVE 'UNDECLARED' TO DGL-NAME
104600     ELSE
104700         COMPUTE DTR-NUMBER = DEPT-IDX - 1
104800         MOVE DTR-NUMBER TO DGL-NUMBER
104900         MOVE VSIO-READ TO VSIO-COMMAND
105000         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
105100                             DEPARTMENT-TABLE-FILE,
105200                             DEPARTMENT-TABLE-RECORD
105300         IF VSIO-SUCCESS
105400             MOVE DTR-NAME TO DGL-NAME
105500         ELSE
105600             MOVE '*DEPT NOT ON FILE*' TO DGL-NAME
105700             MOVE +0 TO VSIO-RETURN-CODE
105800         END-IF.
105900*    END-IF.
106000
106100     MOVE DEPT-GROUP-LABEL TO RL-GROUP.
106200     MOVE DGP-COUNTS (DEPT-IDX) TO PRINT-GROUP-COUNTS.
106300     PERFORM 220-PRINT-GROUP THRU 229-EXIT.
106400
106500 239-EXIT.
106600     EXIT.
106700
106800 240-PRINT-ONE-GENDER.
106900
107000     MOVE GGP-CODE (GENDER-IDX) TO GGL-CODE.
107100     MOVE GENDER-GROUP-LABEL TO RL-GROUP.
107200     MOVE GGP-COUNTS (GENDER-IDX) TO PRINT-GROUP-COUNTS.
107300     PERFORM 220-PRINT-GROUP THRU 229-EXIT.
107400
107500 249-EXIT.
107600     EXIT.
107700
107800* ************************************************************** *
107900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
108000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
108100* PROGRAM IN THIS SUITE.                                         *
108200* ************************************************************** *
108300 500-DISPLAY-UNKNOWN-ERROR.
108400
108500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
108600     EXHIBIT NAMED VSIO-RETURN-CODE.
108700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
108800                   VSIO-VSAM-FUNCTION-CODE,
108900                   VSIO-VSAM-FEEDBACK-CODE.
109000
109100 509-EXIT.
109200     EXIT.
109300
109400* ************************************************************** *
109500* BUILDS THE YEAR+TERM-RANK SORT KEY FOR THE SEMESTER CODE IN    *
109600* WS-SEM-IN, LEAVING IT IN WS-SEM-SORT-KEY.  SP RANKS 1, SU 2,   *
109700* FA 3; ANYTHING ELSE (INCLUDING A NON-NUMERIC YEAR) YIELDS      *
109800* YEAR 9999 RANK 9.                                              *
109900* ************************************************************** *
110000 600-BUILD-SEMESTER-SORT-KEY.
110100
110200     IF WS-SEM-IN-YEAR NOT NUMERIC
110300         MOVE '9999' TO WS-SEM-SORT-YEAR
110400         MOVE '9' TO WS-SEM-SORT-RANK
110500         GO TO 609-EXIT.
110600*    END-IF.
110700
110800     MOVE WS-SEM-IN-YEAR TO WS-SEM-SORT-YEAR.
110900     EVALUATE WS-SEM-IN-TERM
111000         WHEN 'SP'
111100             MOVE '1' TO WS-SEM-SORT-RANK
111200         WHEN 'SU'
111300             MOVE '2' TO WS-SEM-SORT-RANK
111400         WHEN 'FA'
111500             MOVE '3' TO WS-SEM-SORT-RANK
111600         WHEN OTHER
111700             MOVE '9999' TO WS-SEM-SORT-YEAR
111800             MOVE '9' TO WS-SEM-SORT-RANK
111900     END-EVALUATE.
112000
112100 609-EXIT.
112200     EXIT.
112300
112400* ************************************************************** *
112500* CONVERTS THE SORT KEY IN WS-SEM-SORT-KEY TO ITS TERM SLOT      *
112600* COUNTED FROM THE COHORT FALL (SLOT 1).  A TERM BEFORE THE      *
112700* COHORT YIELDS A SLOT BELOW 1.                                  *
112800* ************************************************************** *
112900 620-COMPUTE-SLOT.
113000
113100     MOVE WS-SEM-SORT-YEAR TO WS-YEAR.
113200     MOVE WS-SEM-SORT-RANK TO WS-RANK.
113300     COMPUTE RECORD-SLOT = ((WS-YEAR - WS-COHORT-YEAR) * 3)
113400                         + WS-RANK - 2.
113500
113600 629-EXIT.
113700     EXIT.
