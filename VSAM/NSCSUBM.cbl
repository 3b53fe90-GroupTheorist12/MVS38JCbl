000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NSCSUBM.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* NATIONAL STUDENT CLEARINGHOUSE ENROLLMENT SUBMISSION.         *
000900* LENDERS VERIFY ENROLLMENT THROUGH THE CLEARINGHOUSE, WHICH    *
001000* NEEDS EACH STUDENT'S ENROLLMENT STATUS WITH ITS EFFECTIVE     *
001100* DATE SEVERAL TIMES A TERM; STATEXTR'S STATE FORMAT DOES NOT   *
001200* SERVE.  THIS RUN PASSES STUDENT-MASTER-FILE ONCE FOR THE TERM *
001300* ON THE SYSIN CARD AND WRITES THE CLEARINGHOUSE'S FIXED LAYOUT *
001400* ON UT-S-NSCSUBM: ONE 'H1' HEADER, A 'D1' RECORD PER STUDENT,  *
001500* AND ONE 'T1' TRAILER WITH THE RECORD COUNT AND THE COUNT OF   *
001600* EACH STATUS.                                                  *
001700*                                                               *
001800* THE STATUS IS TAKEN FROM THE STUDENT'S RECORDS FOR THE TERM:  *
001900*   'G' GRADUATED   A DEGREE CONFERRED FOR THE TERM (THE 'DG'   *
002000*                   RECORD GRADCONF STAMPS); EFFECTIVE ON THE   *
002100*                   CONFERRAL DATE.                             *
002200*   'F' FULL-TIME   ENROLLED CREDIT HOURS AT OR ABOVE THE       *
002300*                   FULL-TIME HOURS ON THE CARD;                *
002400*   'Q' THREE-QUARTER  AT OR ABOVE 3/4 OF THEM;                 *
002500*   'H' HALF-TIME   AT OR ABOVE 1/2 OF THEM;                    *
002600*   'L' LESS THAN HALF-TIME  ANY OTHER ENROLLED OR AUDITING     *
002700*                   SEAT.  THESE FOUR ARE EFFECTIVE FROM THE    *
002800*                   LATEST OF THE TERM START, THE LAST ENROLL   *
002900*                   DATE AND THE LAST DROP DATE IN THE TERM.    *
003000*   'W' WITHDRAWN   NO SEAT LEFT, BUT A WITHDRAWN ('X') SEAT IN *
003100*                   THE TERM; EFFECTIVE ON THE LAST             *
003200*                   CIR-DROP-DATE.                              *
003300* ENROLLED CREDIT HOURS ARE THE CRSETBL HOURS OF THE ENROLLED   *
003400* ('E') SEATS, AS STATEXTR COUNTS THEM.  A STUDENT WITH NONE OF *
003500* THESE RECORDS FOR THE TERM IS NOT REPORTED.                   *
003600*                                                               *
003700* ERRORS THE CLEARINGHOUSE SENDS BACK ARE LISTED BY NSCRESP.    *
003800*                                                               *
003900* SYSIN CARD: COLS  1-6  TERM (MUST BE ON SEMTBL)               *
004000*             COLS  7-8  FULL-TIME HOURS (BLANK OR ZERO = 12)   *
004100*             COLS  9-14 SCHOOL CODE (REQUIRED)                 *
004200*             COLS 15-16 BRANCH CODE (BLANK = 00)               *
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
006000     SELECT SUBMISSION-FILE
006100         ASSIGN TO UT-S-NSCSUBM.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTROL-CARD-FILE
006600     LABEL RECORDS ARE OMITTED
006700     RECORD CONTAINS 80 CHARACTERS
006800     BLOCK CONTAINS 0 RECORDS
006900     DATA RECORD IS CONTROL-CARD-RECORD.
007000 01  CONTROL-CARD-RECORD.
007100     02  CC-SEMESTER             PIC X(06).
007200     02  CC-FULLTIME-HOURS       PIC 9(02).
007300     02  CC-SCHOOL-CODE          PIC X(06).
007400     02  CC-BRANCH-CODE          PIC X(02).
007500     02  FILLER                  PIC X(64).
007600
007700 FD  SUBMISSION-FILE
007800     LABEL RECORDS ARE OMITTED
007900     RECORD CONTAINS 120 CHARACTERS
008000     BLOCK CONTAINS 0 RECORDS
008100     DATA RECORD IS SUBMISSION-RECORD.
008200 01  SUBMISSION-RECORD           PIC X(120).
008300
008400 WORKING-STORAGE SECTION.
008500 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008600     88  END-OF-FILE                         VALUE 'Y'.
008700 77  STUDENT-ACTIVE-SWITCH       PIC X(01)   VALUE 'N'.
008800     88  STUDENT-ACTIVE                      VALUE 'Y'.
008900 77  STUDENT-GRADUATED-SWITCH    PIC X(01)   VALUE 'N'.
009000     88  STUDENT-GRADUATED                   VALUE 'Y'.
009100
009200 77  WS-FULLTIME-HOURS           PIC S9(3) COMP-3 VALUE +12.
009300 77  WS-THREE-QTR-HOURS      PIC S9(3) COMP-3 VALUE ZERO.
009400 77  WS-HALFTIME-HOURS           PIC S9(3) COMP-3 VALUE ZERO.
009500 77  WS-STUDENT-HOURS            PIC S9(3) COMP-3 VALUE ZERO.
009600 77  WS-STUDENT-SEATS            PIC S9(4) COMP VALUE ZERO.
009700 77  WS-WITHDRAWN-SEATS          PIC S9(4) COMP VALUE ZERO.
009800 77  STUDENT-COUNTER             PIC S9(8) COMP VALUE ZERO.
009900
010000 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
010100 01  FILLER REDEFINES WS-RUN-DATE.
010200     02  WS-RUN-YY               PIC 9(02).
010300     02  WS-RUN-MM               PIC 9(02).
010400     02  WS-RUN-DD               PIC 9(02).
010500 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010600 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
010700     02  WS-TODAY-CCYY           PIC 9(04).
010800     02  WS-TODAY-MM             PIC 9(02).
010900     02  WS-TODAY-DD             PIC 9(02).
011000
011100 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011200
011300* ************************************************************** *
011400* THE STUDENT CURRENTLY BEING PASSED.                            *
011500* ************************************************************** *
011600 01  SAVED-STUDENT-RECORD.
011700     02  SAV-STUDENT-ID          PIC X(07).
011800     02  SAV-NAME                PIC X(22).
011900     02  SAV-ADDRESS             PIC X(25).
012000     02  SAV-CITY                PIC X(15).
012100     02  SAV-STATE               PIC X(02).
012200     02  SAV-ZIPCODE             PIC 9(05).
012300     02  SAV-LAST-ENROLL-DATE    PIC 9(08).
012400     02  SAV-LAST-DROP-DATE      PIC 9(08).
012500     02  SAV-CONFER-DATE         PIC 9(08).
012600     02  SAV-EFFECTIVE-DATE      PIC 9(08).
012700
012800 01  WS-STATUS-COUNTS.
012900     02  WS-DETAIL-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
013000     02  WS-FULLTIME-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
013100     02  WS-THREE-QUARTER-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
013200     02  WS-HALFTIME-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
013300     02  WS-LESS-HALF-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
013400     02  WS-WITHDRAWN-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
013500     02  WS-GRADUATED-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
013600
013700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013800 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013900 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
014000 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
014100
014200 01  STUDENT-RECORD-AREA         PIC X(83).
014300
014400 01  STUDENT-INFO-RECORD.
014500     02  SIR-STUDENT-ID          PIC X(07).
014600     02  SIR-KEY-ID              PIC 9(03).
014700     02  SIR-NAME                PIC X(22).
014800     02  SIR-ADDRESS             PIC X(25).
014900     02  SIR-CITY                PIC X(15).
015000     02  SIR-STATE               PIC X(02).
015100     02  SIR-ZIPCODE             PIC 9(05).
015200     02  SIR-GENDER              PIC X(01).
015300     02  SIR-MAJOR               PIC X(03).
015400
015500 01  COURSE-INFO-RECORD.
015600     02  CIR-STUDENT-ID          PIC X(07).
015700     02  CIR-KEY-ID              PIC 9(03).
015800     02  CIR-COURSE-ID           PIC 9(06).
015900     02  FILLER                  REDEFINES CIR-COURSE-ID.
016000         03  CIR-DEPARTMENT      PIC 9(02).
016100         03  CIR-COURSE          PIC 9(03).
016200         03  CIR-SECTION         PIC 9(01).
016300     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
016400     02  CIR-STATUS              PIC X(01).
016500         88  CIR-ENROLLED                VALUE 'E'.
016600         88  CIR-AUDITING                VALUE 'A'.
016700         88  CIR-WITHDRAWN               VALUE 'X'.
016800     02  CIR-SEMESTER            PIC X(06).
016900     02  CIR-ENROLL-DATE         PIC 9(08).
017000     02  CIR-DROP-DATE           PIC 9(08).
017100     02  CIR-WAIT-POSITION       PIC 9(03).
017200     02  CIR-WAIT-DATE           PIC 9(08).
017300
017400* ************************************************************** *
017500* THE DEGREE-AWARDED RECORD GRADCONF STAMPS INTO THE STUDENT'S   *
017600* KEY GROUP AT CONFERRAL (TYPE 'DG', 44 BYTES, KEY-ID 990).      *
017700* ************************************************************** *
017800 01  DEGREE-AWARD-RECORD.
017900     02  DGR-STUDENT-ID          PIC X(07).
018000     02  DGR-KEY-ID              PIC 9(03).
018100     02  DGR-TYPE                PIC X(02).
018200         88  DGR-IS-DEGREE               VALUE 'DG'.
018300     02  DGR-DEGREE-TERM         PIC X(06).
018400     02  DGR-MAJOR-DEPT          PIC 9(02).
018500     02  DGR-CONFER-DATE         PIC 9(08).
018600     02  DGR-HONORS-CODE         PIC X(01).
018700     02  FILLER                  PIC X(15).
018800
018900 01  COURSE-TABLE-RECORD.
019000     02  CTR-DEPARTMENT          PIC 9(02).
019100     02  CTR-NUMBER              PIC 9(03).
019200     02  CTR-DESCRIPTION         PIC X(50).
019300     02  CTR-CREDIT-HOURS        PIC 9(01).
019400
019500 01  SEMESTER-TABLE-RECORD.
019600     02  SMR-CODE                PIC X(06).
019700     02  SMR-DESCRIPTION         PIC X(20).
019800     02  SMR-START-DATE          PIC 9(08).
019900     02  SMR-END-DATE            PIC 9(08).
020000     02  FILLER                  PIC X(82).
020100
020200* ************************************************************** *
020300* THE CLEARINGHOUSE'S FIXED SUBMISSION LAYOUTS.                  *
020400* ************************************************************** *
020500 01  NSC-HEADER-RECORD.
020600     02  NSH-RECORD-TYPE         PIC X(02)   VALUE 'H1'.
020700     02  NSH-SCHOOL-CODE         PIC X(06).
020800     02  NSH-BRANCH-CODE         PIC X(02).
020900     02  NSH-TERM                PIC X(06).
021000     02  NSH-TERM-BEGIN-DATE     PIC 9(08).
021100     02  NSH-TERM-END-DATE       PIC 9(08).
021200     02  NSH-CERTIFY-DATE        PIC 9(08).
021300     02  NSH-FULLTIME-HOURS      PIC 9(02).
021400     02  FILLER                  PIC X(78)   VALUE SPACES.
021500
021600 01  NSC-DETAIL-RECORD.
021700     02  NSD-RECORD-TYPE         PIC X(02)   VALUE 'D1'.
021800     02  NSD-STUDENT-ID          PIC X(07).
021900     02  NSD-NAME                PIC X(22).
022000     02  NSD-ADDRESS             PIC X(25).
022100     02  NSD-CITY                PIC X(15).
022200     02  NSD-STATE               PIC X(02).
022300     02  NSD-ZIPCODE             PIC 9(05).
022400     02  NSD-ENROLLMENT-STATUS   PIC X(01).
022500     02  NSD-STATUS-DATE         PIC 9(08).
022600     02  NSD-TERM-BEGIN-DATE     PIC 9(08).
022700     02  NSD-TERM-END-DATE       PIC 9(08).
022800     02  NSD-CREDIT-HOURS        PIC 9(03).
022900     02  NSD-GRADUATION-DATE     PIC 9(08).
023000     02  FILLER                  PIC X(06)   VALUE SPACES.
023100
023200 01  NSC-TRAILER-RECORD.
023300     02  NST-RECORD-TYPE         PIC X(02)   VALUE 'T1'.
023400     02  NST-RECORD-COUNT        PIC 9(07).
023500     02  NST-FULLTIME-COUNT      PIC 9(07).
023600     02  NST-THREE-QUARTER-COUNT PIC 9(07).
023700     02  NST-HALFTIME-COUNT      PIC 9(07).
023800     02  NST-LESS-HALF-COUNT     PIC 9(07).
023900     02  NST-WITHDRAWN-COUNT     PIC 9(07).
024000     02  NST-GRADUATED-COUNT     PIC 9(07).
024100     02  FILLER                  PIC X(69)   VALUE SPACES.
024200
024300 PROCEDURE DIVISION.
024400
024500 000-INITIATE.
024600
024700     OPEN INPUT CONTROL-CARD-FILE.
024800     MOVE SPACES TO CONTROL-CARD-RECORD.
024900     READ CONTROL-CARD-FILE
025000         AT END
025100             DISPLAY 'NSCSUBM: NO CONTROL CARD SUPPLIED - '
025200                     'STOPPING'
025300             STOP RUN.
025400*    END-READ.
025500     CLOSE CONTROL-CARD-FILE.
025600
025700     IF CC-SEMESTER EQUAL SPACES
025800     OR CC-SCHOOL-CODE EQUAL SPACES
025900         DISPLAY 'NSCSUBM: TERM AND SCHOOL CODE ARE REQUIRED - '
026000                 'STOPPING'
026100         MOVE +8 TO RETURN-CODE
026200         STOP RUN.
026300*    END-IF.
026400     IF CC-FULLTIME-HOURS NUMERIC
026500     AND CC-FULLTIME-HOURS GREATER THAN ZERO
026600         MOVE CC-FULLTIME-HOURS TO WS-FULLTIME-HOURS.
026700*    END-IF.
026800     IF CC-BRANCH-CODE EQUAL SPACES
026900         MOVE '00' TO CC-BRANCH-CODE.
027000*    END-IF.
027100     COMPUTE WS-THREE-QTR-HOURS = WS-FULLTIME-HOURS * 3 / 4.
027200     COMPUTE WS-HALFTIME-HOURS = WS-FULLTIME-HOURS / 2.
027300
027400     ACCEPT WS-RUN-DATE FROM DATE.
027500     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
027600     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
027700     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
027800     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
027900     MOVE WS-RUN-MM TO WS-TODAY-MM.
028000     MOVE WS-RUN-DD TO WS-TODAY-DD.
028100
028200     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
028300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
028400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
028500     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
028600     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
028700     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
028800     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
028900     MOVE VSIO-OPEN TO VSIO-COMMAND.
029000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029100                         SEMESTER-TABLE-FILE,
029200                         SEMESTER-TABLE-RECORD.
029300*    END-CALL.
029400     IF NOT VSIO-SUCCESS
029500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029600         MOVE +8 TO RETURN-CODE
029700         STOP RUN.
029800*    END-IF.
029900
030000     MOVE SPACES TO SEMESTER-TABLE-RECORD.
030100     MOVE CC-SEMESTER TO SMR-CODE.
030200     MOVE VSIO-READ TO VSIO-COMMAND.
030300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030400                         SEMESTER-TABLE-FILE,
030500                         SEMESTER-TABLE-RECORD.
030600*    END-CALL.
030700     IF NOT VSIO-SUCCESS
030800     OR SMR-START-DATE NOT NUMERIC
030900     OR SMR-END-DATE NOT NUMERIC
031000         DISPLAY 'NSCSUBM: TERM ' CC-SEMESTER
031100                 ' NOT ON SEMTBL - STOPPING'
031200         MOVE +8 TO RETURN-CODE
031300         STOP RUN.
031400*    END-IF.
031500
031600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
031700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031800                         SEMESTER-TABLE-FILE,
031900                         SEMESTER-TABLE-RECORD.
032000*    END-CALL.
032100
032200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
032300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
032400     MOVE VSIO-SEQUENTIAL TO
032500         VSIO-ACCESS OF STUDENT-MASTER-FILE.
032600     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
032700     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
032800     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
032900     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
033000     MOVE VSIO-OPEN TO VSIO-COMMAND.
033100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033200                         STUDENT-MASTER-FILE,
033300                         STUDENT-RECORD-AREA.
033400*    END-CALL.
033500     IF NOT VSIO-SUCCESS
033600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033700         MOVE +8 TO RETURN-CODE
033800         STOP RUN.
033900*    END-IF.
034000
034100     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
034200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
034300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
034400     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
034500     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
034600     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
034700     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
034800     MOVE VSIO-OPEN TO VSIO-COMMAND.
034900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035000                         COURSE-TABLE-FILE,
035100                         COURSE-TABLE-RECORD.
035200*    END-CALL.
035300     IF NOT VSIO-SUCCESS
035400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
035500         MOVE +8 TO RETURN-CODE
035600         STOP RUN.
035700*    END-IF.
035800
035900     OPEN OUTPUT SUBMISSION-FILE.
036000     MOVE CC-SCHOOL-CODE TO NSH-SCHOOL-CODE.
036100     MOVE CC-BRANCH-CODE TO NSH-BRANCH-CODE.
036200     MOVE CC-SEMESTER TO NSH-TERM.
036300     MOVE SMR-START-DATE TO NSH-TERM-BEGIN-DATE.
036400     MOVE SMR-END-DATE TO NSH-TERM-END-DATE.
036500     MOVE WS-TODAY-CCYYMMDD TO NSH-CERTIFY-DATE.
036600     MOVE WS-FULLTIME-HOURS TO NSH-FULLTIME-HOURS.
036700     WRITE SUBMISSION-RECORD FROM NSC-HEADER-RECORD.
036800
036900 010-PROCESS.
037000
037100     PERFORM 110-PROCESS-RECORD
037200        THRU 119-EXIT
037300       UNTIL END-OF-FILE.
037400*    END-PERFORM.
037500
037600     IF STUDENT-ACTIVE
037700         PERFORM 130-EMIT-STUDENT THRU 139-EXIT.
037800*    END-IF.
037900
038000 020-TERMINATE.
038100
038200     MOVE WS-DETAIL-COUNT TO NST-RECORD-COUNT.
038300     MOVE WS-FULLTIME-COUNT TO NST-FULLTIME-COUNT.
038400     MOVE WS-THREE-QUARTER-COUNT TO NST-THREE-QUARTER-COUNT.
038500     MOVE WS-HALFTIME-COUNT TO NST-HALFTIME-COUNT.
038600     MOVE WS-LESS-HALF-COUNT TO NST-LESS-HALF-COUNT.
038700     MOVE WS-WITHDRAWN-COUNT TO NST-WITHDRAWN-COUNT.
038800     MOVE WS-GRADUATED-COUNT TO NST-GRADUATED-COUNT.
038900     WRITE SUBMISSION-RECORD FROM NSC-TRAILER-RECORD.
039000     CLOSE SUBMISSION-FILE.
039100
039200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
039300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039400                         STUDENT-MASTER-FILE,
039500                         STUDENT-RECORD-AREA.
039600*    END-CALL.
039700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039800                         COURSE-TABLE-FILE,
039900                         COURSE-TABLE-RECORD.
040000*    END-CALL.
040100
040200     DISPLAY 'NSCSUBM: TERM:               ' CC-SEMESTER.
040300     DISPLAY 'NSCSUBM: STUDENTS READ:      ' STUDENT-COUNTER.
040400     DISPLAY 'NSCSUBM: STUDENTS REPORTED:  ' NST-RECORD-COUNT.
040500     DISPLAY 'NSCSUBM:   FULL-TIME:        ' NST-FULLTIME-COUNT.
040600     DISPLAY 'NSCSUBM:   THREE-QUARTER:    '
040700         NST-THREE-QUARTER-COUNT.
040800     DISPLAY 'NSCSUBM:   HALF-TIME:        ' NST-HALFTIME-COUNT.
040900     DISPLAY 'NSCSUBM:   LESS THAN HALF:   ' NST-LESS-HALF-COUNT.
041000     DISPLAY 'NSCSUBM:   WITHDRAWN:        ' NST-WITHDRAWN-COUNT.
041100     DISPLAY 'NSCSUBM:   GRADUATED:        ' NST-GRADUATED-COUNT.
041200     STOP RUN.
041300
041400* ************************************************************** *
041500* ONE STMASTR RECORD.  A DEMOGRAPHIC RECORD FINISHES THE STUDENT *
041600* BEFORE IT; A DEGREE RECORD OR AN ENROLLMENT FOR THE TERM IS    *
041700* TALLIED AGAINST THE STUDENT BEING PASSED.                      *
041800* ************************************************************** *
041900 110-PROCESS-RECORD.
042000
042100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
042200     MOVE VSIO-READ TO VSIO-COMMAND.
042300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042400                         STUDENT-MASTER-FILE,
042500                         STUDENT-RECORD-AREA.
042600*    END-CALL.
042700     IF NOT VSIO-SUCCESS
042800         IF VSIO-END-OF-FILE
042900             MOVE 'Y' TO END-OF-FILE-SWITCH
043000             GO TO 119-EXIT
043100         ELSE
043200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043300             MOVE +8 TO RETURN-CODE
043400             MOVE 'Y' TO END-OF-FILE-SWITCH
043500             GO TO 119-EXIT.
043600*        END-IF
043700*    END-IF.
043800
043900     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
044000         GO TO 119-EXIT.
044100*    END-IF.
044200
044300     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
044400         MOVE STUDENT-RECORD-AREA TO DEGREE-AWARD-RECORD
044500         IF DGR-IS-DEGREE
044600         AND DGR-DEGREE-TERM EQUAL CC-SEMESTER
044700         AND STUDENT-ACTIVE
044800             MOVE 'Y' TO STUDENT-GRADUATED-SWITCH
044900             MOVE DGR-CONFER-DATE TO SAV-CONFER-DATE
045000         END-IF
045100         GO TO 119-EXIT.
045200*    END-IF.
045300
045400     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
045500         IF STUDENT-ACTIVE
045600             PERFORM 130-EMIT-STUDENT THRU 139-EXIT
045700         END-IF
045800         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
045900         MOVE SIR-STUDENT-ID TO SAV-STUDENT-ID
046000         MOVE SIR-NAME TO SAV-NAME
046100         MOVE SIR-ADDRESS TO SAV-ADDRESS
046200         MOVE SIR-CITY TO SAV-CITY
046300         MOVE SIR-STATE TO SAV-STATE
046400         MOVE SIR-ZIPCODE TO SAV-ZIPCODE
046500         MOVE ZERO TO SAV-LAST-ENROLL-DATE
046600         MOVE ZERO TO SAV-LAST-DROP-DATE
046700         MOVE ZERO TO SAV-CONFER-DATE
046800         MOVE ZERO TO WS-STUDENT-HOURS
046900         MOVE ZERO TO WS-STUDENT-SEATS
047000         MOVE ZERO TO WS-WITHDRAWN-SEATS
047100         MOVE 'N' TO STUDENT-GRADUATED-SWITCH
047200         MOVE 'Y' TO STUDENT-ACTIVE-SWITCH
047300         ADD +1 TO STUDENT-COUNTER
047400         GO TO 119-EXIT.
047500*    END-IF.
047600
047700     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
047800     IF CIR-SEMESTER NOT EQUAL CC-SEMESTER
047900         GO TO 119-EXIT.
048000*    END-IF.
048100
048200     IF CIR-WITHDRAWN
048300         ADD +1 TO WS-WITHDRAWN-SEATS
048400         IF CIR-DROP-DATE NUMERIC
048500         AND CIR-DROP-DATE GREATER THAN SAV-LAST-DROP-DATE
048600             MOVE CIR-DROP-DATE TO SAV-LAST-DROP-DATE
048700         END-IF
048800         GO TO 119-EXIT.
048900*    END-IF.
049000
049100     IF NOT CIR-ENROLLED
049200     AND NOT CIR-AUDITING
049300         GO TO 119-EXIT.
049400*    END-IF.
049500
049600     ADD +1 TO WS-STUDENT-SEATS.
049700     IF CIR-ENROLL-DATE NUMERIC
049800     AND CIR-ENROLL-DATE GREATER THAN SAV-LAST-ENROLL-DATE
049900         MOVE CIR-ENROLL-DATE TO SAV-LAST-ENROLL-DATE.
050000*    END-IF.
050100
050200     IF CIR-ENROLLED
050300         MOVE SPACES TO COURSE-TABLE-RECORD
050400         MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT
050500         MOVE CIR-COURSE TO CTR-NUMBER
050600         MOVE VSIO-READ TO VSIO-COMMAND
050700         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050800                             COURSE-TABLE-FILE,
050900                             COURSE-TABLE-RECORD
051000         IF VSIO-SUCCESS
051100             ADD CTR-CREDIT-HOURS TO WS-STUDENT-HOURS
051200         ELSE
051300             MOVE +0 TO VSIO-RETURN-CODE.
051400*        END-IF
051500*    END-IF.
051600
051700 119-EXIT.
051800     EXIT.
051900
052000* ************************************************************** *
052100* REPORTS THE STUDENT JUST PASSED, IF ANYTHING IN THE TERM GIVES *
052200* THEM A STATUS.                                                 *
052300* ************************************************************** *
052400 130-EMIT-STUDENT.
052500
052600     IF NOT STUDENT-GRADUATED
052700     AND WS-STUDENT-SEATS EQUAL ZERO
052800     AND WS-WITHDRAWN-SEATS EQUAL ZERO
052900         GO TO 139-EXIT.
053000*    END-IF.
053100
053200     MOVE SPACES TO NSC-DETAIL-RECORD.
053300     MOVE 'D1' TO NSD-RECORD-TYPE.
053400     MOVE SAV-STUDENT-ID TO NSD-STUDENT-ID.
053500     MOVE SAV-NAME TO NSD-NAME.
053600     MOVE SAV-ADDRESS TO NSD-ADDRESS.
053700     MOVE SAV-CITY TO NSD-CITY.
053800     MOVE SAV-STATE TO NSD-STATE.
053900     MOVE SAV-ZIPCODE TO NSD-ZIPCODE.
054000     MOVE SMR-START-DATE TO NSD-TERM-BEGIN-DATE.
054100     MOVE SMR-END-DATE TO NSD-TERM-END-DATE.
054200     MOVE WS-STUDENT-HOURS TO NSD-CREDIT-HOURS.
054300     MOVE ZERO TO NSD-GRADUATION-DATE.
054400
054500     IF STUDENT-GRADUATED
054600         MOVE 'G' TO NSD-ENROLLMENT-STATUS
054700         MOVE SAV-CONFER-DATE TO NSD-STATUS-DATE
054800         MOVE SAV-CONFER-DATE TO NSD-GRADUATION-DATE
054900         ADD +1 TO WS-GRADUATED-COUNT
055000         GO TO 138-WRITE-DETAIL.
055100*    END-IF.
055200
055300     IF WS-STUDENT-SEATS EQUAL ZERO
055400         MOVE 'W' TO NSD-ENROLLMENT-STATUS
055500         IF SAV-LAST-DROP-DATE EQUAL ZERO
055600             MOVE SMR-START-DATE TO NSD-STATUS-DATE
055700         ELSE
055800             MOVE SAV-LAST-DROP-DATE TO NSD-STATUS-DATE
055900         END-IF
056000         ADD +1 TO WS-WITHDRAWN-COUNT
056100         GO TO 138-WRITE-DETAIL.
056200*    END-IF.
056300
056400     MOVE SMR-START-DATE TO SAV-EFFECTIVE-DATE.
056500     IF SAV-LAST-ENROLL-DATE GREATER THAN SAV-EFFECTIVE-DATE
056600         MOVE SAV-LAST-ENROLL-DATE TO SAV-EFFECTIVE-DATE.
056700*    END-IF.
056800     IF SAV-LAST-DROP-DATE GREATER THAN SAV-EFFECTIVE-DATE
056900         MOVE SAV-LAST-DROP-DATE TO SAV-EFFECTIVE-DATE.
057000*    END-IF.
057100     MOVE SAV-EFFECTIVE-DATE TO NSD-STATUS-DATE.
057200
057300     EVALUATE TRUE
057400         WHEN WS-STUDENT-HOURS NOT LESS THAN WS-FULLTIME-HOURS
057500             MOVE 'F' TO NSD-ENROLLMENT-STATUS
057600             ADD +1 TO WS-FULLTIME-COUNT
057700         WHEN WS-STUDENT-HOURS NOT LESS THAN WS-THREE-QTR-HOURS
057800             MOVE 'Q' TO NSD-ENROLLMENT-STATUS
057900             ADD +1 TO WS-THREE-QUARTER-COUNT
058000         WHEN WS-STUDENT-HOURS NOT LESS THAN WS-HALFTIME-HOURS
058100             MOVE 'H' TO NSD-ENROLLMENT-STATUS
058200             ADD +1 TO WS-HALFTIME-COUNT
058300         WHEN OTHER
058400             MOVE 'L' TO NSD-ENROLLMENT-STATUS
058500             ADD +1 TO WS-LESS-HALF-COUNT
058600     END-EVALUATE.
058700
058800 138-WRITE-DETAIL.
058900
059000     WRITE SUBMISSION-RECORD FROM NSC-DETAIL-RECORD.
059100     ADD +1 TO WS-DETAIL-COUNT.
059200
059300 139-EXIT.
059400     EXIT.
059500
059600* ************************************************************** *
059700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
059800* OTHER THAN SUCCESS OR END-OF-FILE.                             *
059900* ************************************************************** *
060000 500-DISPLAY-UNKNOWN-ERROR.
060100
060200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
060300     EXHIBIT NAMED VSIO-RETURN-CODE.
060400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
060500                   VSIO-VSAM-FUNCTION-CODE,
060600                   VSIO-VSAM-FEEDBACK-CODE.
060700
060800 509-EXIT.
060900     EXIT.
