000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADMISS.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* FINAL-GRADE SUBMISSION TRACKING.  AFTER THE GRADSHT SHEETS GO *
000900* OUT, THIS RUN SHOWS WHICH SECTIONS OF THE SEMESTER ON THE     *
001000* SYSIN CARD STILL HAVE ENROLLED ('E') STUDENTS WITH NO GRADE   *
001100* POSTED BY GRADPOST -- AN 'E' ENROLLMENT WHOSE CIR-GRADE IS    *
001200* STILL THE ZERO 700-ADD-ENROLLMENT WROTE, THE SAME TEST        *
001300* STANDRPT USES FOR AN UNGRADED COURSE.  AN INCOMPLETE ('I')    *
001400* COUNTS AS A GRADE RETURNED.                                   *
001500*                                                               *
001600* OUTPUT:                                                       *
001700*   - SYSPRINT: EVERY SECTION WITH GRADES MISSING, GROUPED BY   *
001800*     STR-INSTRUCTOR-ID WITH THE NAME FROM INSTTBL, SHOWING THE *
001900*     ENROLLED, GRADED AND MISSING COUNTS; THEN A DEPARTMENT    *
002000*     SUMMARY OF THE PERCENT OF SECTIONS WHOSE GRADES ARE ALL   *
002100*     IN, FOR THE DEAN'S OFFICE.                                *
002200*   - NOTICES: ONE REMINDER PAGE PER INSTRUCTOR LISTING THE     *
002300*     SECTIONS STILL OWED.  SECTIONS WITH NO INSTRUCTOR         *
002400*     ASSIGNED ARE LISTED ON SYSPRINT ONLY.                     *
002500* A SECTION WITH NO 'E' ENROLLMENTS HAS NOTHING TO GRADE AND IS *
002600* LEFT OUT OF BOTH THE LISTING AND THE PERCENTAGES.             *
002700*                                                               *
002800* SYSIN CARD: COLS 1-6 SEMESTER (MUST BE ON SEMTBL).  THE RUN   *
002900* ENDS RC 4 WHEN ANY GRADE IS STILL MISSING, RC 8 ON A BAD CARD *
003000* OR A VSAM ERROR.                                              *
003100*                                                               *
003200* MODIFICATION HISTORY.                                         *
003300*   DATE       INIT  DESCRIPTION                                *
003400*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003410*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31        *
003420*                    BYTES WITH THE PAY CATEGORY.               *
003500* ************************************************************* *
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400
004500     SELECT CONTROL-CARD-FILE
004600         ASSIGN TO UT-S-SYSIN.
004700
004800     SELECT REPORT-FILE
004900         ASSIGN TO UR-1403-S-SYSPRINT.
005000
005100     SELECT NOTICE-FILE
005200         ASSIGN TO UR-1403-S-NOTICES.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  CONTROL-CARD-FILE
005700     LABEL RECORDS ARE OMITTED
005800     RECORD CONTAINS 80 CHARACTERS
005900     BLOCK CONTAINS 0 RECORDS
006000     DATA RECORD IS CONTROL-CARD-RECORD.
006100 01  CONTROL-CARD-RECORD.
006200     02  CC-SEMESTER             PIC X(06).
006300     02  FILLER                  PIC X(74).
006400
006500 FD  REPORT-FILE
006600     LABEL RECORDS ARE OMITTED
006700     RECORD CONTAINS 132 CHARACTERS
006800     BLOCK CONTAINS 0 RECORDS
006900     DATA RECORD IS REPORT-LINE.
007000 01  REPORT-LINE                 PIC X(132).
007100
007200 FD  NOTICE-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 132 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS NOTICE-LINE.
007700 01  NOTICE-LINE                 PIC X(132).
007800
007900 WORKING-STORAGE SECTION.
008000 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
008100     88  MASTER-EOF                          VALUE 'Y'.
008200 77  SECTION-EOF-SW              PIC X(01)   VALUE 'N'.
008300     88  SECTION-EOF                         VALUE 'Y'.
008400 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
008500     88  ENTRY-FOUND                         VALUE 'Y'.
008600 77  NOTICE-OPEN-SW              PIC X(01)   VALUE 'N'.
008700     88  NOTICE-OPEN                         VALUE 'Y'.
008800
008900 77  SECT-IDX                    PIC S9(4) COMP VALUE ZERO.
009000 77  SECT-COUNT                  PIC S9(4) COMP VALUE ZERO.
009100 77  SECT-MAX                    PIC S9(4) COMP VALUE +1500.
009200 77  BEST-IDX                    PIC S9(4) COMP VALUE ZERO.
009300 77  DEPT-IDX                    PIC S9(4) COMP VALUE ZERO.
009400 77  PRINTED-COUNT               PIC S9(4) COMP VALUE ZERO.
009500 77  MISSING-SECTIONS            PIC S9(4) COMP VALUE ZERO.
009600 77  NOTICE-COUNTER              PIC S9(8) COMP VALUE ZERO.
009700 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
009800 77  WS-TOTAL-SECTIONS           PIC S9(8) COMP VALUE ZERO.
009900 77  WS-TOTAL-COMPLETE           PIC S9(8) COMP VALUE ZERO.
010000 77  WS-TOTAL-MISSING            PIC S9(8) COMP VALUE ZERO.
010100 77  WS-PERCENT                  PIC S9(4) COMP VALUE ZERO.
010200
010300 01  SEARCH-SECTION              PIC X(06)   VALUE SPACES.
010400 01  WS-PRIOR-INSTRUCTOR         PIC X(05)   VALUE HIGH-VALUES.
010500
010600* ************************************************************** *
010700* ONE ENTRY PER SECTION OF THE SEMESTER, IN SECTTBL KEY ORDER,   *
010800* WITH ITS GRADED AND MISSING COUNTS FROM THE MASTER.            *
010900* ************************************************************** *
011000 01  GRADE-SECTION-TABLE.
011100     02  GRADE-SECTION-ENTRY OCCURS 1500 TIMES.
011200         03  GSE-SECTION-ID      PIC X(06).
011300         03  GSE-DEPARTMENT      PIC 9(02).
011400         03  GSE-DESCRIPTION     PIC X(11).
011500         03  GSE-INSTRUCTOR-ID   PIC X(05).
011600         03  GSE-GRADED          PIC S9(4) COMP.
011700         03  GSE-MISSING         PIC S9(4) COMP.
011800         03  GSE-PRINTED-SW      PIC X(01).
011900             88  GSE-PRINTED             VALUE 'Y'.
012000
012100* ************************************************************** *
012200* DEPARTMENT SUMMARY, SUBSCRIPTED BY DEPARTMENT NUMBER + 1.      *
012300* ************************************************************** *
012400 01  DEPT-SUMMARY-TABLE.
012500     02  DEPT-SUMMARY-ENTRY OCCURS 100 TIMES.
012600         03  DSE-SECTIONS        PIC S9(4) COMP.
012700         03  DSE-COMPLETE        PIC S9(4) COMP.
012800         03  DSE-MISSING         PIC S9(8) COMP.
012900
013000 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013100 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
013200 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
013300 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013400 01  INSTRUCTOR-TABLE-FILE       COPY VSAMIOFB.
013500 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
013600
013700 01  SEMESTER-TABLE-RECORD.
013800     02  SMR-CODE                PIC X(06).
013900     02  SMR-DESCRIPTION         PIC X(20).
014000     02  FILLER                  PIC X(98).
014100
014200 01  SECTION-TABLE-RECORD.
014300     02  STR-DEPARTMENT          PIC 9(02).
014400     02  STR-COURSE              PIC 9(03).
014500     02  STR-NUMBER              PIC 9(01).
014600     02  STR-SEMESTER            PIC X(06).
014700     02  STR-DESCRIPTION         PIC X(11).
014800     02  STR-CAPACITY            PIC 9(03).
014900     02  STR-ENROLLED            PIC 9(03).
015000     02  STR-MEET-DAYS           PIC X(05).
015100     02  STR-START-TIME          PIC 9(04).
015200     02  STR-END-TIME            PIC 9(04).
015300     02  STR-ROOM                PIC X(05).
015400     02  STR-INSTRUCTOR-ID       PIC X(05).
015500     02  STR-XLIST-SECTION       PIC 9(06).
015600     02  STR-XLIST-SHARE         PIC 9(03).
015700
015800 01  STUDENT-RECORD-AREA         PIC X(83).
015900 01  COURSE-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
016000     02  CIR-STUDENT-ID          PIC X(07).
016100     02  CIR-KEY-ID              PIC 9(03).
016200     02  CIR-COURSE-ID           PIC 9(06).
016300     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
016400     02  CIR-STATUS              PIC X(01).
016500         88  CIR-ENROLLED                VALUE 'E'.
016600         88  CIR-INCOMPLETE              VALUE 'I'.
016700     02  CIR-SEMESTER            PIC X(06).
016800     02  CIR-ENROLL-DATE         PIC 9(08).
016900     02  CIR-DROP-DATE           PIC 9(08).
017000     02  CIR-WAIT-POSITION       PIC 9(03).
017100     02  CIR-WAIT-DATE           PIC 9(08).
017200     02  FILLER                  PIC X(30).
017300
017400 01  INSTRUCTOR-TABLE-RECORD.
017500     02  ITR-INSTRUCTOR-ID       PIC X(05).
017600     02  ITR-NAME                PIC X(22).
017700     02  ITR-DEPARTMENT          PIC 9(02).
017710     02  ITR-CATEGORY            PIC X(02).
017800
017900 01  DEPARTMENT-TABLE-RECORD.
018000     02  DTR-NUMBER              PIC 9(02).
018100     02  DTR-NAME                PIC X(30).
018200     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
018300     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
018400
018500 01  HEADING-LINE-1.
018600     02  FILLER                  PIC X(46) VALUE
018700         'GRADMISS - FINAL GRADES NOT YET POSTED        '.
018800     02  FILLER                  PIC X(09) VALUE 'SEMESTER '.
018900     02  HL1-SEMESTER            PIC X(06).
019000     02  FILLER                  PIC X(02) VALUE SPACES.
019100     02  HL1-DESCRIPTION         PIC X(20).
019200     02  FILLER                  PIC X(49) VALUE SPACES.
019300
019400 01  INSTRUCTOR-HEADING-LINE.
019500     02  FILLER                  PIC X(11) VALUE
019600         'INSTRUCTOR '.
019700     02  IHL-INSTRUCTOR-ID       PIC X(05).
019800     02  FILLER                  PIC X(02) VALUE SPACES.
019900     02  IHL-NAME                PIC X(22).
020000     02  FILLER                  PIC X(07) VALUE '  DEPT '.
020100     02  IHL-DEPARTMENT          PIC X(02).
020200     02  FILLER                  PIC X(83) VALUE SPACES.
020300
020400 01  COLUMN-HEADING-LINE.
020500     02  FILLER                  PIC X(05) VALUE SPACES.
020600     02  FILLER                  PIC X(09) VALUE 'SECTION'.
020700     02  FILLER                  PIC X(13) VALUE 'DESCRIPTION'.
020800     02  FILLER                  PIC X(10) VALUE 'ENROLLED'.
020900     02  FILLER                  PIC X(08) VALUE 'GRADED'.
021000     02  FILLER                  PIC X(87) VALUE 'MISSING'.
021100
021200 01  DETAIL-LINE.
021300     02  FILLER                  PIC X(05) VALUE SPACES.
021400     02  DL-SECTION-ID           PIC X(06).
021500     02  FILLER                  PIC X(03) VALUE SPACES.
021600     02  DL-DESCRIPTION          PIC X(11).
021700     02  FILLER                  PIC X(04) VALUE SPACES.
021800     02  DL-ENROLLED             PIC ZZZ9.
021900     02  FILLER                  PIC X(04) VALUE SPACES.
022000     02  DL-GRADED               PIC ZZZ9.
022100     02  FILLER                  PIC X(04) VALUE SPACES.
022200     02  DL-MISSING              PIC ZZZ9.
022300     02  FILLER                  PIC X(83) VALUE SPACES.
022400
022500 01  SUMMARY-HEADING-LINE.
022600     02  FILLER                  PIC X(45) VALUE
022700         'DEPARTMENT SUMMARY - PERCENT OF SECTIONS WITH'.
022800     02  FILLER                  PIC X(87) VALUE
022900         ' ALL FINAL GRADES POSTED'.
023000
023100 01  SUMMARY-COLUMN-LINE.
023200     02  FILLER                  PIC X(36) VALUE 'DEPARTMENT'.
023300     02  FILLER                  PIC X(10) VALUE 'SECTIONS'.
023400     02  FILLER                  PIC X(10) VALUE 'COMPLETE'.
023500     02  FILLER                  PIC X(12) VALUE 'OUTSTANDING'.
023600     02  FILLER                  PIC X(16) VALUE 'GRADES MISSING'.
023700     02  FILLER                  PIC X(48) VALUE 'PCT DONE'.
023800
023900 01  SUMMARY-LINE.
024000     02  SL-DEPARTMENT           PIC X(02).
024100     02  FILLER                  PIC X(02) VALUE SPACES.
024200     02  SL-NAME                 PIC X(30).
024300     02  FILLER                  PIC X(04) VALUE SPACES.
024400     02  SL-SECTIONS             PIC ZZZ9.
024500     02  FILLER                  PIC X(06) VALUE SPACES.
024600     02  SL-COMPLETE             PIC ZZZ9.
024700     02  FILLER                  PIC X(08) VALUE SPACES.
024800     02  SL-OUTSTANDING          PIC ZZZ9.
024900     02  FILLER                  PIC X(10) VALUE SPACES.
025000     02  SL-MISSING              PIC ZZZZ9.
025100     02  FILLER                  PIC X(07) VALUE SPACES.
025200     02  SL-PERCENT              PIC ZZ9.
025300     02  FILLER                  PIC X(43) VALUE SPACES.
025400
025500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
025600
025700 01  NOTICE-HEAD-LINE.
025800     02  FILLER                  PIC X(37) VALUE
025900         'OFFICE OF THE REGISTRAR - FINAL GRADE'.
026000     02  FILLER                  PIC X(22) VALUE
026100         ' REMINDER - SEMESTER  '.
026200     02  NHL-SEMESTER            PIC X(06).
026300     02  FILLER                  PIC X(67) VALUE SPACES.
026400
026500 01  NOTICE-TO-LINE.
026600     02  FILLER                  PIC X(04) VALUE 'TO: '.
026700     02  NTL-NAME                PIC X(22).
026800     02  FILLER                  PIC X(02) VALUE SPACES.
026900     02  FILLER                  PIC X(12) VALUE
027000         'INSTRUCTOR  '.
027100     02  NTL-INSTRUCTOR-ID       PIC X(05).
027200     02  FILLER                  PIC X(87) VALUE SPACES.
027300
027400 01  NOTICE-BODY-LINE-1.
027500     02  FILLER                  PIC X(45) VALUE
027600         'OUR RECORDS SHOW THAT FINAL GRADES HAVE NOT B'.
027700     02  FILLER                  PIC X(45) VALUE
027800         'EEN RECEIVED FOR EVERY STUDENT IN THE SECTION'.
027900     02  FILLER                  PIC X(42) VALUE
028000         'S BELOW.'.
028100
028200 01  NOTICE-SECTION-LINE.
028300     02  FILLER                  PIC X(05) VALUE SPACES.
028400     02  FILLER                  PIC X(08) VALUE 'SECTION '.
028500     02  NSL-SECTION-ID          PIC X(06).
028600     02  FILLER                  PIC X(02) VALUE SPACES.
028700     02  NSL-DESCRIPTION         PIC X(11).
028800     02  FILLER                  PIC X(02) VALUE SPACES.
028900     02  NSL-MISSING             PIC ZZZ9.
029000     02  FILLER                  PIC X(16) VALUE
029100         ' GRADES MISSING '.
029200     02  FILLER                  PIC X(78) VALUE SPACES.
029300
029400 01  NOTICE-BODY-LINE-2.
029500     02  FILLER                  PIC X(45) VALUE
029600         'PLEASE RETURN THE COMPLETED GRADE SHEETS TO T'.
029700     02  FILLER                  PIC X(45) VALUE
029800         'HE REGISTRAR AS SOON AS POSSIBLE.            '.
029900     02  FILLER                  PIC X(42) VALUE SPACES.
030000
030100 PROCEDURE DIVISION.
030200
030300 000-INITIATE.
030400
030500     DISPLAY 'GRADMISS: MISSING FINAL GRADES'.
030600     DISPLAY '------------------------------'.
030700     DISPLAY ' '.
030800
030900     OPEN INPUT CONTROL-CARD-FILE.
031000     MOVE SPACES TO CONTROL-CARD-RECORD.
031100     READ CONTROL-CARD-FILE
031200         AT END
031300             DISPLAY 'GRADMISS: NO SEMESTER CARD SUPPLIED - '
031400                     'STOPPING'
031500             MOVE +8 TO RETURN-CODE
031600             STOP RUN.
031700*    END-READ.
031800     CLOSE CONTROL-CARD-FILE.
031900
032000     IF CC-SEMESTER EQUAL SPACES
032100         DISPLAY 'GRADMISS: SEMESTER CARD IS BLANK - STOPPING'
032200         MOVE +8 TO RETURN-CODE
032300         STOP RUN.
032400*    END-IF.
032500
032600     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
032700     MOVE VSIO-KSDS TO
032800         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
032900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
033000     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
033100     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
033200     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
033300     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
033400     MOVE VSIO-OPEN TO VSIO-COMMAND.
033500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033600                         SEMESTER-TABLE-FILE,
033700                         SEMESTER-TABLE-RECORD.
033800*    END-CALL.
033900     IF NOT VSIO-SUCCESS
034000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034100         MOVE +8 TO RETURN-CODE
034200         STOP RUN.
034300*    END-IF.
034400
034500     MOVE SPACES TO SEMESTER-TABLE-RECORD.
034600     MOVE CC-SEMESTER TO SMR-CODE.
034700     MOVE VSIO-READ TO VSIO-COMMAND.
034800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034900                         SEMESTER-TABLE-FILE,
035000                         SEMESTER-TABLE-RECORD.
035100*    END-CALL.
035200     IF NOT VSIO-SUCCESS
035300         DISPLAY 'GRADMISS: SEMESTER ' CC-SEMESTER
035400                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
035500         MOVE +8 TO RETURN-CODE
035600         STOP RUN.
035700*    END-IF.
035800
035900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
036000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036100                         SEMESTER-TABLE-FILE,
036200                         SEMESTER-TABLE-RECORD.
036300*    END-CALL.
036400
036500     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
036600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
036700     MOVE VSIO-SEQUENTIAL TO
036800         VSIO-ACCESS OF SECTION-TABLE-FILE.
036900     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
037000     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
037100     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
037200     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
037300     MOVE VSIO-OPEN TO VSIO-COMMAND.
037400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037500                         SECTION-TABLE-FILE,
037600                         SECTION-TABLE-RECORD.
037700*    END-CALL.
037800     IF NOT VSIO-SUCCESS
037900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
038000         MOVE +8 TO RETURN-CODE
038100         STOP RUN.
038200*    END-IF.
038300
038400     PERFORM 110-LOAD-ONE-SECTION
038500        THRU 119-EXIT
038600       UNTIL SECTION-EOF.
038700*    END-PERFORM.
038800
038900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
039000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039100                         SECTION-TABLE-FILE,
039200                         SECTION-TABLE-RECORD.
039300*    END-CALL.
039400
039500     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
039600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
039700     MOVE VSIO-SEQUENTIAL TO
039800         VSIO-ACCESS OF STUDENT-MASTER-FILE.
039900     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
040000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
040100     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
040200     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
040300     MOVE VSIO-OPEN TO VSIO-COMMAND.
040400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040500                         STUDENT-MASTER-FILE,
040600                         STUDENT-RECORD-AREA.
040700*    END-CALL.
040800     IF NOT VSIO-SUCCESS
040900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041000         MOVE +8 TO RETURN-CODE
041100         STOP RUN.
041200*    END-IF.
041300
041400     PERFORM 120-COUNT-ONE-ENROLLMENT
041500        THRU 129-EXIT
041600       UNTIL MASTER-EOF.
041700*    END-PERFORM.
041800
041900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
042000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042100                         STUDENT-MASTER-FILE,
042200                         STUDENT-RECORD-AREA.
042300*    END-CALL.
042400
042500     MOVE 'INSTTBL' TO VSIO-DDNAME OF INSTRUCTOR-TABLE-FILE.
042600     MOVE VSIO-KSDS TO
042700         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
042800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
042900     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
043000     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
043100     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
043200     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
043300     MOVE VSIO-OPEN TO VSIO-COMMAND.
043400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043500                         INSTRUCTOR-TABLE-FILE,
043600                         INSTRUCTOR-TABLE-RECORD.
043700*    END-CALL.
043800     IF NOT VSIO-SUCCESS
043900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044000         MOVE +8 TO RETURN-CODE
044100         STOP RUN.
044200*    END-IF.
044300
044400     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
044500     MOVE VSIO-KSDS TO
044600         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
044700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
044800     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
044900     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
045000     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
045100     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
045200     MOVE VSIO-OPEN TO VSIO-COMMAND.
045300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045400                         DEPARTMENT-TABLE-FILE,
045500                         DEPARTMENT-TABLE-RECORD.
045600*    END-CALL.
045700     IF NOT VSIO-SUCCESS
045800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
045900         MOVE +8 TO RETURN-CODE
046000         STOP RUN.
046100*    END-IF.
046200
046300     OPEN OUTPUT REPORT-FILE.
046400     OPEN OUTPUT NOTICE-FILE.
046500     MOVE CC-SEMESTER TO HL1-SEMESTER.
046600     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
046700     WRITE REPORT-LINE FROM HEADING-LINE-1
046800         AFTER ADVANCING PAGE.
046900
047000     INITIALIZE DEPT-SUMMARY-TABLE.
047100
047200 010-PROCESS.
047300
047400     PERFORM 130-TALLY-ONE-SECTION
047500        THRU 139-EXIT
047600       VARYING SECT-IDX FROM 1 BY 1
047700         UNTIL SECT-IDX GREATER THAN SECT-COUNT.
047800*    END-PERFORM.
047900
048000     PERFORM 150-PRINT-NEXT-SECTION
048100        THRU 159-EXIT
048200       UNTIL PRINTED-COUNT NOT LESS THAN MISSING-SECTIONS.
048300*    END-PERFORM.
048400     IF NOTICE-OPEN
048500         PERFORM 165-CLOSE-NOTICE THRU 165-EXIT.
048600*    END-IF.
048700
048800     PERFORM 170-PRINT-DEPARTMENT-SUMMARY THRU 179-EXIT.
048900
049000 020-TERMINATE.
049100
049200     CLOSE REPORT-FILE.
049300     CLOSE NOTICE-FILE.
049400
049500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
049600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049700                         INSTRUCTOR-TABLE-FILE,
049800                         INSTRUCTOR-TABLE-RECORD.
049900*    END-CALL.
050000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050100                         DEPARTMENT-TABLE-FILE,
050200                         DEPARTMENT-TABLE-RECORD.
050300*    END-CALL.
050400
050500     DISPLAY 'GRADMISS: SECTIONS WITH GRADES DUE: '
050600         WS-TOTAL-SECTIONS.
050700     DISPLAY 'GRADMISS: SECTIONS STILL MISSING:   '
050800         MISSING-SECTIONS.
050900     DISPLAY 'GRADMISS: NOTICES PRINTED:          '
051000         NOTICE-COUNTER.
051100
051200     IF ERROR-COUNTER GREATER THAN ZERO
051300         MOVE +8 TO RETURN-CODE
051400     ELSE
051500         IF MISSING-SECTIONS GREATER THAN ZERO
051600             MOVE +4 TO RETURN-CODE.
051700*        END-IF
051800*    END-IF.
051900     STOP RUN.
052000
052100 110-LOAD-ONE-SECTION.
052200
052300     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
052400     MOVE VSIO-READ TO VSIO-COMMAND.
052500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052600                         SECTION-TABLE-FILE,
052700                         SECTION-TABLE-RECORD.
052800*    END-CALL.
052900     IF NOT VSIO-SUCCESS
053000         IF NOT VSIO-END-OF-FILE
053100             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053200             ADD +1 TO ERROR-COUNTER
053300         END-IF
053400         MOVE 'Y' TO SECTION-EOF-SW
053500         GO TO 119-EXIT.
053600*    END-IF.
053700
053800     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
053900         GO TO 119-EXIT.
054000*    END-IF.
054100
054200     IF SECT-COUNT NOT LESS THAN SECT-MAX
054300         DISPLAY 'GRADMISS: SECTION TABLE FULL - '
054400             SECTION-TABLE-RECORD (1:6) ' NOT REPORTED'
054500         ADD +1 TO ERROR-COUNTER
054600         GO TO 119-EXIT.
054700*    END-IF.
054800
054900     ADD 1 TO SECT-COUNT.
055000     MOVE SECTION-TABLE-RECORD (1:6) TO
055100         GSE-SECTION-ID (SECT-COUNT).
055200     MOVE STR-DEPARTMENT TO GSE-DEPARTMENT (SECT-COUNT).
055300     MOVE STR-DESCRIPTION TO GSE-DESCRIPTION (SECT-COUNT).
055400     MOVE STR-INSTRUCTOR-ID TO GSE-INSTRUCTOR-ID (SECT-COUNT).
055500     MOVE ZERO TO GSE-GRADED (SECT-COUNT).
055600     MOVE ZERO TO GSE-MISSING (SECT-COUNT).
055700     MOVE 'N' TO GSE-PRINTED-SW (SECT-COUNT).
055800
055900 119-EXIT.
056000     EXIT.
056100
056200* ************************************************************** *
056300* COUNTS ONE ENROLLMENT OF THE SEMESTER AGAINST ITS SECTION:     *
056400* AN 'I', OR AN 'E' WITH QUALITY POINTS, IS GRADED; AN 'E' STILL *
056500* AT ZERO IS MISSING.  ANY OTHER STATUS IS NOT GRADED AT ALL.    *
056600* ************************************************************** *
056700 120-COUNT-ONE-ENROLLMENT.
056800
056900     MOVE SPACES TO STUDENT-RECORD-AREA.
057000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
057100     MOVE VSIO-READ TO VSIO-COMMAND.
057200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057300                         STUDENT-MASTER-FILE,
057400                         STUDENT-RECORD-AREA.
057500*    END-CALL.
057600     IF NOT VSIO-SUCCESS
057700         IF VSIO-END-OF-FILE
057800             MOVE 'Y' TO MASTER-EOF-SW
057900         ELSE
058000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
058100             ADD +1 TO ERROR-COUNTER
058200             MOVE 'Y' TO MASTER-EOF-SW.
058300*        END-IF
058400*    END-IF.
058500     IF MASTER-EOF
058600         GO TO 129-EXIT.
058700*    END-IF.
058800
058900     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
059000     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
059100     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
059200         GO TO 129-EXIT.
059300*    END-IF.
059400
059500     IF CIR-SEMESTER NOT EQUAL CC-SEMESTER
059600         GO TO 129-EXIT.
059700*    END-IF.
059800     IF NOT CIR-ENROLLED
059900     AND NOT CIR-INCOMPLETE
060000         GO TO 129-EXIT.
060100*    END-IF.
060200
060300     MOVE STUDENT-RECORD-AREA (11:6) TO SEARCH-SECTION.
060400     PERFORM 140-LOCATE-SECTION THRU 149-EXIT.
060500     IF SECT-IDX EQUAL ZERO
060600         GO TO 129-EXIT.
060700*    END-IF.
060800
060900     IF CIR-ENROLLED
061000     AND CIR-GRADE EQUAL ZERO
061100         ADD 1 TO GSE-MISSING (SECT-IDX)
061200     ELSE
061300         ADD 1 TO GSE-GRADED (SECT-IDX).
061400*    END-IF.
061500
061600 129-EXIT.
061700     EXIT.
061800
061900* ************************************************************** *
062000* ROLLS ONE SECTION INTO ITS DEPARTMENT'S SUMMARY.               *
062100* ************************************************************** *
062200 130-TALLY-ONE-SECTION.
062300
062400     IF GSE-GRADED (SECT-IDX) + GSE-MISSING (SECT-IDX) EQUAL ZERO
062500         GO TO 139-EXIT.
062600*    END-IF.
062700
062800     COMPUTE DEPT-IDX = GSE-DEPARTMENT (SECT-IDX) + 1.
062900     ADD 1 TO DSE-SECTIONS (DEPT-IDX).
063000     ADD 1 TO WS-TOTAL-SECTIONS.
063100     IF GSE-MISSING (SECT-IDX) EQUAL ZERO
063200         ADD 1 TO DSE-COMPLETE (DEPT-IDX)
063300         ADD 1 TO WS-TOTAL-COMPLETE
063400     ELSE
063500         ADD 1 TO MISSING-SECTIONS
063600         ADD GSE-MISSING (SECT-IDX) TO DSE-MISSING (DEPT-IDX)
063700         ADD GSE-MISSING (SECT-IDX) TO WS-TOTAL-MISSING.
063800*    END-IF.
063900
064000 139-EXIT.
064100     EXIT.
064200
064300* ************************************************************** *
064400* SETS SECT-IDX TO THE ENTRY FOR SEARCH-SECTION, OR ZERO.        *
064500* ************************************************************** *
064600 140-LOCATE-SECTION.
064700
064800     MOVE 'N' TO ENTRY-FOUND-SW.
064900     MOVE 1 TO SECT-IDX.
065000     PERFORM 145-SCAN-SECTION THRU 145-EXIT
065100       UNTIL ENTRY-FOUND
065200          OR SECT-IDX GREATER THAN SECT-COUNT.
065300*    END-PERFORM.
065400
065500     IF NOT ENTRY-FOUND
065600         MOVE ZERO TO SECT-IDX.
065700*    END-IF.
065800
065900 149-EXIT.
066000     EXIT.
066100
066200 145-SCAN-SECTION.
066300
066400     IF GSE-SECTION-ID (SECT-IDX) EQUAL SEARCH-SECTION
066500         MOVE 'Y' TO ENTRY-FOUND-SW
066600     ELSE
066700         ADD 1 TO SECT-IDX.
066800*    END-IF.
066900
067000 145-EXIT.
067100     EXIT.
067200
067300* ************************************************************** *
067400* PRINTS THE UNPRINTED SECTION WITH GRADES MISSING THAT HAS THE  *
067500* LOWEST INSTRUCTOR-ID (AND SECTION WITHIN IT), BREAKING TO A    *
067600* NEW INSTRUCTOR HEADING AND NOTICE WHEN THE INSTRUCTOR CHANGES. *
067700* ************************************************************** *
067800 150-PRINT-NEXT-SECTION.
067900
068000     MOVE ZERO TO BEST-IDX.
068100     PERFORM 152-FIND-LOWEST-ENTRY
068200        THRU 152-EXIT
068300       VARYING SECT-IDX FROM 1 BY 1
068400         UNTIL SECT-IDX GREATER THAN SECT-COUNT.
068500*    END-PERFORM.
068600
068700     IF BEST-IDX EQUAL ZERO
068800         MOVE MISSING-SECTIONS TO PRINTED-COUNT
068900         GO TO 159-EXIT.
069000*    END-IF.
069100
069200     IF GSE-INSTRUCTOR-ID (BEST-IDX) NOT EQUAL WS-PRIOR-INSTRUCTOR
069300         MOVE GSE-INSTRUCTOR-ID (BEST-IDX) TO WS-PRIOR-INSTRUCTOR
069400         PERFORM 160-INSTRUCTOR-BREAK THRU 169-EXIT.
069500*    END-IF.
069600
069700     MOVE 'Y' TO GSE-PRINTED-SW (BEST-IDX).
069800     ADD 1 TO PRINTED-COUNT.
069900     MOVE GSE-SECTION-ID (BEST-IDX) TO DL-SECTION-ID.
070000     MOVE GSE-DESCRIPTION (BEST-IDX) TO DL-DESCRIPTION.
070100     COMPUTE DL-ENROLLED =
070200         GSE-GRADED (BEST-IDX) + GSE-MISSING (BEST-IDX).
070300     MOVE GSE-GRADED (BEST-IDX) TO DL-GRADED.
070400     MOVE GSE-MISSING (BEST-IDX) TO DL-MISSING.
070500     WRITE REPORT-LINE FROM DETAIL-LINE.
070600
070700     IF NOTICE-OPEN
070800         MOVE GSE-SECTION-ID (BEST-IDX) TO NSL-SECTION-ID
070900         MOVE GSE-DESCRIPTION (BEST-IDX) TO NSL-DESCRIPTION
071000         MOVE GSE-MISSING (BEST-IDX) TO NSL-MISSING
071100         WRITE NOTICE-LINE FROM NOTICE-SECTION-LINE.
071200*    END-IF.
071300
071400 159-EXIT.
071500     EXIT.
071600
071700 152-FIND-LOWEST-ENTRY.
071800
071900     IF GSE-PRINTED (SECT-IDX)
072000     OR GSE-MISSING (SECT-IDX) EQUAL ZERO
072100         GO TO 152-EXIT.
072200*    END-IF.
072300
072400     IF BEST-IDX EQUAL ZERO
072500         MOVE SECT-IDX TO BEST-IDX
072600     ELSE
072700         IF GSE-INSTRUCTOR-ID (SECT-IDX) LESS THAN
072800                 GSE-INSTRUCTOR-ID (BEST-IDX)
072900             MOVE SECT-IDX TO BEST-IDX.
073000*        END-IF
073100*    END-IF.
073200
073300 152-EXIT.
073400     EXIT.
073500
073600* ************************************************************** *
073700* NEW INSTRUCTOR: FINISHES THE PRIOR NOTICE, PRINTS THE          *
073800* INSTRUCTOR HEADING, AND STARTS A NOTICE PAGE UNLESS THE        *
073900* SECTIONS HAVE NO INSTRUCTOR ASSIGNED.                          *
074000* ************************************************************** *
074100 160-INSTRUCTOR-BREAK.
074200
074300     IF NOTICE-OPEN
074400         PERFORM 165-CLOSE-NOTICE THRU 165-EXIT.
074500*    END-IF.
074600
074700     MOVE SPACES TO INSTRUCTOR-TABLE-RECORD.
074800     IF WS-PRIOR-INSTRUCTOR EQUAL SPACES
074900         MOVE '*** NO INSTRUCTOR ***' TO ITR-NAME
075000     ELSE
075100         MOVE WS-PRIOR-INSTRUCTOR TO ITR-INSTRUCTOR-ID
075200         MOVE VSIO-READ TO VSIO-COMMAND
075300         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
075400                             INSTRUCTOR-TABLE-FILE,
075500                             INSTRUCTOR-TABLE-RECORD
075600         IF NOT VSIO-SUCCESS
075700             MOVE SPACES TO INSTRUCTOR-TABLE-RECORD
075800             MOVE '*** NOT ON INSTTBL ***' TO ITR-NAME
075900             MOVE +0 TO VSIO-RETURN-CODE
076000         END-IF.
076100*    END-IF.
076200
076300     WRITE REPORT-LINE FROM BLANK-LINE.
076400     MOVE WS-PRIOR-INSTRUCTOR TO IHL-INSTRUCTOR-ID.
076500     MOVE ITR-NAME TO IHL-NAME.
076600     MOVE INSTRUCTOR-TABLE-RECORD (28:2) TO IHL-DEPARTMENT.
076700     WRITE REPORT-LINE FROM INSTRUCTOR-HEADING-LINE.
076800     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
076900
077000     IF WS-PRIOR-INSTRUCTOR EQUAL SPACES
077100         GO TO 169-EXIT.
077200*    END-IF.
077300
077400     MOVE CC-SEMESTER TO NHL-SEMESTER.
077500     WRITE NOTICE-LINE FROM NOTICE-HEAD-LINE
077600         AFTER ADVANCING PAGE.
077700     WRITE NOTICE-LINE FROM BLANK-LINE.
077800     MOVE ITR-NAME TO NTL-NAME.
077900     MOVE WS-PRIOR-INSTRUCTOR TO NTL-INSTRUCTOR-ID.
078000     WRITE NOTICE-LINE FROM NOTICE-TO-LINE.
078100     WRITE NOTICE-LINE FROM BLANK-LINE.
078200     WRITE NOTICE-LINE FROM NOTICE-BODY-LINE-1.
078300     WRITE NOTICE-LINE FROM BLANK-LINE.
078400     MOVE 'Y' TO NOTICE-OPEN-SW.
078500     ADD +1 TO NOTICE-COUNTER.
078600
078700 169-EXIT.
078800     EXIT.
078900
079000 165-CLOSE-NOTICE.
079100
079200     WRITE NOTICE-LINE FROM BLANK-LINE.
079300     WRITE NOTICE-LINE FROM NOTICE-BODY-LINE-2.
079400     MOVE 'N' TO NOTICE-OPEN-SW.
079500
079600 165-EXIT.
079700     EXIT.
079800
079900* ************************************************************** *
080000* ONE LINE PER DEPARTMENT WITH SECTIONS TO GRADE: HOW MANY ARE   *
080100* COMPLETE AND THE PERCENT DONE, THEN THE TOTAL.                 *
080200* ************************************************************** *
080300 170-PRINT-DEPARTMENT-SUMMARY.
080400
080500     WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE
080600         AFTER ADVANCING PAGE.
080700     WRITE REPORT-LINE FROM BLANK-LINE.
080800     WRITE REPORT-LINE FROM SUMMARY-COLUMN-LINE.
080900
081000     PERFORM 175-PRINT-ONE-DEPARTMENT
081100        THRU 175-EXIT
081200       VARYING DEPT-IDX FROM 1 BY 1
081300         UNTIL DEPT-IDX GREATER THAN 100.
081400*    END-PERFORM.
081500
081600     WRITE REPORT-LINE FROM BLANK-LINE.
081700     MOVE SPACES TO SL-DEPARTMENT.
081800     MOVE 'ALL DEPARTMENTS' TO SL-NAME.
081900     MOVE WS-TOTAL-SECTIONS TO SL-SECTIONS.
082000     MOVE WS-TOTAL-COMPLETE TO SL-COMPLETE.
082100     COMPUTE SL-OUTSTANDING =
082200         WS-TOTAL-SECTIONS - WS-TOTAL-COMPLETE.
082300     MOVE WS-TOTAL-MISSING TO SL-MISSING.
082400     IF WS-TOTAL-SECTIONS GREATER THAN ZERO
082500         COMPUTE WS-PERCENT =
082600             (WS-TOTAL-COMPLETE * 100) / WS-TOTAL-SECTIONS
082700     ELSE
082800         MOVE 100 TO WS-PERCENT.
082900*    END-IF.
083000     MOVE WS-PERCENT TO SL-PERCENT.
083100     WRITE REPORT-LINE FROM SUMMARY-LINE.
083200
083300 179-EXIT.
083400     EXIT.
083500
083600 175-PRINT-ONE-DEPARTMENT.
083700
083800     IF DSE-SECTIONS (DEPT-IDX) EQUAL ZERO
083900         GO TO 175-EXIT.
084000*    END-IF.
084100
084200     COMPUTE DTR-NUMBER = DEPT-IDX - 1.
084300     MOVE DTR-NUMBER TO SL-DEPARTMENT.
084400     MOVE VSIO-READ TO VSIO-COMMAND.
084500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
084600                         DEPARTMENT-TABLE-FILE,
084700                         DEPARTMENT-TABLE-RECORD.
084800*    END-CALL.
084900     IF NOT VSIO-SUCCESS
085000         MOVE '*** NOT IN TABLE FILE ***' TO DTR-NAME
085100         MOVE +0 TO VSIO-RETURN-CODE.
085200*    END-IF.
085300     MOVE DTR-NAME TO SL-NAME.
085400     MOVE DSE-SECTIONS (DEPT-IDX) TO SL-SECTIONS.
085500     MOVE DSE-COMPLETE (DEPT-IDX) TO SL-COMPLETE.
085600     COMPUTE SL-OUTSTANDING =
085700         DSE-SECTIONS (DEPT-IDX) - DSE-COMPLETE (DEPT-IDX).
085800     MOVE DSE-MISSING (DEPT-IDX) TO SL-MISSING.
085900     COMPUTE WS-PERCENT =
086000         (DSE-COMPLETE (DEPT-IDX) * 100) /
086100             DSE-SECTIONS (DEPT-IDX).
086200     MOVE WS-PERCENT TO SL-PERCENT.
086300     WRITE REPORT-LINE FROM SUMMARY-LINE.
086400
086500 175-EXIT.
086600     EXIT.
086700
086800* ************************************************************** *
086900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
087000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
087100* PROGRAM IN THIS SUITE.                                         *
087200* ************************************************************** *
087300 500-DISPLAY-UNKNOWN-ERROR.
087400
087500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
087600     EXHIBIT NAMED VSIO-RETURN-CODE.
087700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
087800                   VSIO-VSAM-FUNCTION-CODE,
087900                   VSIO-VSAM-FEEDBACK-CODE.
088000
088100 509-EXIT.
088200     EXIT.
