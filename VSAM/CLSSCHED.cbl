000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLSSCHED.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* PRINTED SCHEDULE OF CLASSES FOR PUBLICATION.  EVERY SECTION   *
000900* OF THE SEMESTER ON THE SYSIN CARD IS LISTED BY DEPARTMENT AND *
001000* COURSE, THE WAY THE REGISTRATION BOOKLET PRINTS IT:           *
001100*   - EACH DEPARTMENT STARTS A PAGE UNDER ITS DEPTTBL NAME,     *
001200*   - EACH COURSE SHOWS ITS CRSETBL TITLE AND CREDIT HOURS,     *
001300*     FOLLOWED BY ITS PREQTBL PREREQUISITES AND MINIMUM GRADES, *
001400*   - EACH SECTION SHOWS ITS MEETING DAYS AND TIMES, ROOM,      *
001500*     INSTRUCTOR NAME FROM INSTTBL, CAPACITY, SEATS OPEN        *
001600*     (CAPACITY LESS STR-ENROLLED, NEVER BELOW ZERO) AND ANY    *
001700*     CROSS-LISTED PARTNER SECTION.                             *
001800* THE SAME DATA IS WRITTEN ONE RECORD PER SECTION TO A FLAT     *
001900* FILE (DDNAME CLSSCHED) FOR THE PRINT SHOP, SO NOBODY RETYPES  *
002000* THE OFFERINGS FROM SECTION-TABLE-FILE LISTINGS.               *
002100*                                                               *
002200* SYSIN CARD: COLS 1-6 SEMESTER TO PUBLISH (MUST BE ON SEMTBL). *
002300* A SECTION WITH NO INSTRUCTOR PRINTS AS STAFF.  THE RUN ENDS   *
002400* RC 8 ON A BAD CARD OR A VSAM ERROR.                           *
002500*                                                               *
002600* MODIFICATION HISTORY.                                          *
002700*   DATE       INIT  DESCRIPTION                                 *
002800*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
002810*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31         *
002820*                    BYTES WITH THE PAY CATEGORY.                *
002830*   10/15/2026 JM    PREREQUISITE MINIMUM GRADE ON THE FLAT      *
002840*                    FILE IS NOW NUMERIC (9V99), NOT X(03).      *
002900* ************************************************************* *
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800
003900     SELECT CONTROL-CARD-FILE
004000         ASSIGN TO UT-S-SYSIN.
004100
004200     SELECT REPORT-FILE
004300         ASSIGN TO UR-1403-S-SYSPRINT.
004400
004500     SELECT SCHEDULE-FILE
004600         ASSIGN TO UT-S-CLSSCHED.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CONTROL-CARD-FILE
005100     LABEL RECORDS ARE OMITTED
005200     RECORD CONTAINS 80 CHARACTERS
005300     BLOCK CONTAINS 0 RECORDS
005400     DATA RECORD IS CONTROL-CARD-RECORD.
005500 01  CONTROL-CARD-RECORD.
005600     02  CC-SEMESTER             PIC X(06).
005700     02  FILLER                  PIC X(74).
005800
005900 FD  REPORT-FILE
006000     LABEL RECORDS ARE OMITTED
006100     RECORD CONTAINS 132 CHARACTERS
006200     BLOCK CONTAINS 0 RECORDS
006300     DATA RECORD IS REPORT-LINE.
006400 01  REPORT-LINE                 PIC X(132).
006500
006600* ************************************************************** *
006700* PRINT-SHOP RECORD, ONE PER SECTION.  200 BYTES.  UP TO SIX     *
006800* PREREQUISITES OF THE COURSE RIDE ON EVERY SECTION RECORD, EACH *
006810* MINIMUM GRADE AS THREE DIGITS WITH AN IMPLIED DECIMAL POINT    *
006820* (200 FOR 2.00).                                                *
006900* ************************************************************** *
007000 FD  SCHEDULE-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 200 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS SCHEDULE-RECORD.
007500 01  SCHEDULE-RECORD.
007600     02  SF-SEMESTER             PIC X(06).
007700     02  SF-DEPARTMENT           PIC 9(02).
007800     02  SF-DEPARTMENT-NAME      PIC X(30).
007900     02  SF-COURSE               PIC 9(03).
008000     02  SF-TITLE                PIC X(50).
008100     02  SF-CREDIT-HOURS         PIC 9(01).
008200     02  SF-SECTION              PIC 9(01).
008300     02  SF-MEET-DAYS            PIC X(05).
008400     02  SF-START-TIME           PIC X(04).
008500     02  SF-END-TIME             PIC X(04).
008600     02  SF-ROOM                 PIC X(05).
008700     02  SF-INSTRUCTOR-ID        PIC X(05).
008800     02  SF-INSTRUCTOR-NAME      PIC X(22).
008900     02  SF-CAPACITY             PIC 9(03).
009000     02  SF-SEATS-OPEN           PIC 9(03).
009100     02  SF-XLIST-SECTION        PIC X(06).
009200     02  SF-PREREQ-COUNT         PIC 9(01).
009300     02  SF-PREREQ OCCURS 6 TIMES.
009400         03  SF-REQ-DEPARTMENT   PIC X(02).
009500         03  SF-REQ-COURSE       PIC X(03).
009600         03  SF-REQ-MIN-GRADE    PIC 9V99.
009700     02  FILLER                  PIC X(01).
009800
009900 WORKING-STORAGE SECTION.
010000 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
010100     88  END-OF-FILE                         VALUE 'Y'.
010200 77  PREREQ-DONE-SWITCH          PIC X(01)   VALUE 'N'.
010300     88  PREREQ-DONE                         VALUE 'Y'.
010400
010500 77  SECTION-COUNTER             PIC S9(8) COMP VALUE ZERO.
010600 77  COURSE-COUNTER              PIC S9(8) COMP VALUE ZERO.
010700 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
010800 77  PREREQ-COUNT                PIC S9(4) COMP VALUE ZERO.
010900 77  PREREQ-IDX                  PIC S9(4) COMP VALUE ZERO.
011000 77  PREREQ-LIMIT                PIC S9(4) COMP VALUE +6.
011100 77  WS-SEATS-OPEN               PIC S9(4) COMP VALUE ZERO.
011200
011300 01  WS-PRIOR-KEYS.
011400     02  WS-PRIOR-DEPARTMENT     PIC X(02)   VALUE LOW-VALUES.
011500     02  WS-PRIOR-COURSE         PIC X(05)   VALUE LOW-VALUES.
011600
011700* ************************************************************** *
011800* THE CURRENT COURSE'S PREREQUISITES, LOADED AT THE COURSE       *
011900* BREAK AND CARRIED ONTO EACH OF ITS SECTIONS' FLAT RECORDS.     *
012000* ************************************************************** *
012100 01  PREREQ-TABLE.
012200     02  PRE-ENTRY OCCURS 6 TIMES.
012300         03  PRE-DEPARTMENT      PIC 9(02).
012400         03  PRE-COURSE          PIC 9(03).
012500         03  PRE-MIN-GRADE       PIC 9V99.
012600
012700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
012800 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
012900 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
013000 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
013100 01  INSTRUCTOR-TABLE-FILE       COPY VSAMIOFB.
013200 01  PREREQ-TABLE-FILE           COPY VSAMIOFB.
013300 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
013400
013500 01  SECTION-TABLE-RECORD.
013600     02  STR-DEPARTMENT          PIC 9(02).
013700     02  STR-COURSE              PIC 9(03).
013800     02  STR-NUMBER              PIC 9(01).
013900     02  STR-SEMESTER            PIC X(06).
014000     02  STR-DESCRIPTION         PIC X(11).
014100     02  STR-CAPACITY            PIC 9(03).
014200     02  STR-ENROLLED            PIC 9(03).
014300     02  STR-MEET-DAYS           PIC X(05).
014400     02  STR-START-TIME          PIC 9(04).
014500     02  STR-END-TIME            PIC 9(04).
014600     02  STR-ROOM                PIC X(05).
014700     02  STR-INSTRUCTOR-ID       PIC X(05).
014800     02  STR-XLIST-SECTION       PIC 9(06).
014900     02  STR-XLIST-SHARE         PIC 9(03).
015000
015100 01  DEPARTMENT-TABLE-RECORD.
015200     02  DTR-NUMBER              PIC 9(02).
015300     02  DTR-NAME                PIC X(30).
015400     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
015500     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
015600
015700 01  COURSE-TABLE-RECORD.
015800     02  CTR-DEPARTMENT          PIC 9(02).
015900     02  CTR-NUMBER              PIC 9(03).
016000     02  CTR-DESCRIPTION         PIC X(50).
016100     02  CTR-CREDIT-HOURS        PIC 9(01).
016200
016300 01  INSTRUCTOR-TABLE-RECORD.
016400     02  ITR-INSTRUCTOR-ID       PIC X(05).
016500     02  ITR-NAME                PIC X(22).
016600     02  ITR-DEPARTMENT          PIC 9(02).
016610     02  ITR-CATEGORY            PIC X(02).
016700
016800 01  PREREQ-TABLE-RECORD.
016900     02  PRQ-DEPARTMENT          PIC 9(02).
017000     02  PRQ-COURSE              PIC 9(03).
017100     02  PRQ-REQ-DEPARTMENT      PIC 9(02).
017200     02  PRQ-REQ-COURSE          PIC 9(03).
017300     02  PRQ-MIN-GRADE           PIC 9V99.
017400
017500 01  SEMESTER-TABLE-RECORD.
017600     02  SMR-CODE                PIC X(06).
017700     02  SMR-DESCRIPTION         PIC X(20).
017800     02  FILLER                  PIC X(98).
017900
018000 01  HEADING-LINE-1.
018100     02  FILLER                  PIC X(22) VALUE
018200         'SCHEDULE OF CLASSES - '.
018300     02  HL1-SEMESTER            PIC X(06).
018400     02  FILLER                  PIC X(02) VALUE SPACES.
018500     02  HL1-DESCRIPTION         PIC X(20).
018600     02  FILLER                  PIC X(82) VALUE SPACES.
018700
018800 01  DEPARTMENT-LINE.
018900     02  FILLER                  PIC X(11) VALUE 'DEPARTMENT '.
019000     02  DPL-NUMBER              PIC 9(02).
019100     02  FILLER                  PIC X(02) VALUE SPACES.
019200     02  DPL-NAME                PIC X(30).
019300     02  FILLER                  PIC X(87) VALUE SPACES.
019400
019500 01  COLUMN-HEADING-LINE.
019600     02  FILLER                  PIC X(09) VALUE SPACES.
019700     02  FILLER                  PIC X(05) VALUE 'SEC'.
019800     02  FILLER                  PIC X(07) VALUE 'DAYS'.
019900     02  FILLER                  PIC X(11) VALUE 'TIME'.
020000     02  FILLER                  PIC X(07) VALUE 'ROOM'.
020100     02  FILLER                  PIC X(24) VALUE 'INSTRUCTOR'.
020200     02  FILLER                  PIC X(05) VALUE 'CAP'.
020300     02  FILLER                  PIC X(06) VALUE 'OPEN'.
020400     02  FILLER                  PIC X(58) VALUE
020500         'CROSS-LISTED WITH'.
020600
020700 01  COURSE-LINE.
020800     02  CRL-DEPARTMENT          PIC 9(02).
020900     02  FILLER                  PIC X(01) VALUE '-'.
021000     02  CRL-COURSE              PIC 9(03).
021100     02  FILLER                  PIC X(03) VALUE SPACES.
021200     02  CRL-TITLE               PIC X(50).
021300     02  FILLER                  PIC X(02) VALUE SPACES.
021400     02  CRL-CREDIT-HOURS        PIC 9(01).
021500     02  FILLER                  PIC X(13) VALUE
021600         ' CREDIT HOURS'.
021700     02  FILLER                  PIC X(57) VALUE SPACES.
021800
021900 01  PREREQ-LINE.
022000     02  FILLER                  PIC X(09) VALUE SPACES.
022100     02  FILLER                  PIC X(14) VALUE
022200         'PREREQUISITE: '.
022300     02  PRL-DEPARTMENT          PIC 9(02).
022400     02  FILLER                  PIC X(01) VALUE '-'.
022500     02  PRL-COURSE              PIC 9(03).
022600     02  FILLER                  PIC X(17) VALUE
022700         '  MINIMUM GRADE  '.
022800     02  PRL-MIN-GRADE           PIC 9.99.
022900     02  FILLER                  PIC X(82) VALUE SPACES.
023000
023100 01  SECTION-LINE.
023200     02  FILLER                  PIC X(10) VALUE SPACES.
023300     02  SCL-SECTION             PIC 9(01).
023400     02  FILLER                  PIC X(03) VALUE SPACES.
023500     02  SCL-MEET-DAYS           PIC X(05).
023600     02  FILLER                  PIC X(02) VALUE SPACES.
023700     02  SCL-START-TIME          PIC X(04).
023800     02  SCL-TIME-DASH           PIC X(01).
023900     02  SCL-END-TIME            PIC X(04).
024000     02  FILLER                  PIC X(02) VALUE SPACES.
024100     02  SCL-ROOM                PIC X(05).
024200     02  FILLER                  PIC X(02) VALUE SPACES.
024300     02  SCL-INSTRUCTOR-NAME     PIC X(22).
024400     02  FILLER                  PIC X(02) VALUE SPACES.
024500     02  SCL-CAPACITY            PIC ZZ9.
024600     02  FILLER                  PIC X(02) VALUE SPACES.
024700     02  SCL-SEATS-OPEN          PIC ZZ9.
024800     02  FILLER                  PIC X(03) VALUE SPACES.
024900     02  SCL-XLIST.
025000         03  SCL-XLIST-DEPARTMENT
025100                                 PIC X(02).
025200         03  SCL-XLIST-DASH-1    PIC X(01).
025300         03  SCL-XLIST-COURSE    PIC X(03).
025400         03  SCL-XLIST-DASH-2    PIC X(01).
025500         03  SCL-XLIST-SECTION   PIC X(01).
025600     02  FILLER                  PIC X(51) VALUE SPACES.
025700
025800 01  TOTAL-LINE.
025900     02  FILLER                  PIC X(09) VALUE 'COURSES: '.
026000     02  TL-COURSES              PIC ZZZZ9.
026100     02  FILLER                  PIC X(12) VALUE '  SECTIONS: '.
026200     02  TL-SECTIONS             PIC ZZZZ9.
026300     02  FILLER                  PIC X(101) VALUE SPACES.
026400
026500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800
026900 000-INITIATE.
027000
027100     OPEN INPUT CONTROL-CARD-FILE.
027200     MOVE SPACES TO CONTROL-CARD-RECORD.
027300     READ CONTROL-CARD-FILE
027400         AT END
027500             DISPLAY 'CLSSCHED: NO SEMESTER CARD SUPPLIED - '
027600                     'STOPPING'
027700             MOVE +8 TO RETURN-CODE
027800             STOP RUN.
027900*    END-READ.
028000     CLOSE CONTROL-CARD-FILE.
028100
028200     IF CC-SEMESTER EQUAL SPACES
028300         DISPLAY 'CLSSCHED: SEMESTER CARD IS BLANK - STOPPING'
028400         MOVE +8 TO RETURN-CODE
028500         STOP RUN.
028600*    END-IF.
028700
028800     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
028900     MOVE VSIO-KSDS TO
029000         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
029100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
029200     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
029300     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
029400     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
029500     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
029600     MOVE VSIO-OPEN TO VSIO-COMMAND.
029700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029800                         SEMESTER-TABLE-FILE,
029900                         SEMESTER-TABLE-RECORD.
030000*    END-CALL.
030100     IF NOT VSIO-SUCCESS
030200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030300         MOVE +8 TO RETURN-CODE
030400         STOP RUN.
030500*    END-IF.
030600
030700     MOVE SPACES TO SEMESTER-TABLE-RECORD.
030800     MOVE CC-SEMESTER TO SMR-CODE.
030900     MOVE VSIO-READ TO VSIO-COMMAND.
031000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031100                         SEMESTER-TABLE-FILE,
031200                         SEMESTER-TABLE-RECORD.
031300*    END-CALL.
031400     IF NOT VSIO-SUCCESS
031500         DISPLAY 'CLSSCHED: SEMESTER ' CC-SEMESTER
031600                 ' NOT ON SEMTBL - STOPPING'
031700         MOVE +8 TO RETURN-CODE
031800         STOP RUN.
031900*    END-IF.
032000     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
032100
032200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
032300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032400                         SEMESTER-TABLE-FILE,
032500                         SEMESTER-TABLE-RECORD.
032600*    END-CALL.
032700
032800     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
032900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
033000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
033100     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
033200     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
033300     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
033400     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
033500     MOVE VSIO-OPEN TO VSIO-COMMAND.
033600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033700                         SECTION-TABLE-FILE,
033800                         SECTION-TABLE-RECORD.
033900*    END-CALL.
034000     IF NOT VSIO-SUCCESS
034100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034200         MOVE +8 TO RETURN-CODE
034300         STOP RUN.
034400*    END-IF.
034500
034600     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
034700     MOVE VSIO-KSDS TO
034800         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
034900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
035000     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
035100     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
035200     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
035300     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
035400     MOVE VSIO-OPEN TO VSIO-COMMAND.
035500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035600                         DEPARTMENT-TABLE-FILE,
035700                         DEPARTMENT-TABLE-RECORD.
035800*    END-CALL.
035900     IF NOT VSIO-SUCCESS
036000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036100         MOVE +8 TO RETURN-CODE
036200         STOP RUN.
036300*    END-IF.
036400
036500     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
036600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
036700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
036800     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
036900     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
037000     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
037100     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
037200     MOVE VSIO-OPEN TO VSIO-COMMAND.
037300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037400                         COURSE-TABLE-FILE,
037500                         COURSE-TABLE-RECORD.
037600*    END-CALL.
037700     IF NOT VSIO-SUCCESS
037800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037900         MOVE +8 TO RETURN-CODE
038000         STOP RUN.
038100*    END-IF.
038200
038300     MOVE 'INSTTBL' TO VSIO-DDNAME OF INSTRUCTOR-TABLE-FILE.
038400     MOVE VSIO-KSDS TO
038500         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
038600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
038700     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
038800     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
038900     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
039000     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
039100     MOVE VSIO-OPEN TO VSIO-COMMAND.
039200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039300                         INSTRUCTOR-TABLE-FILE,
039400                         INSTRUCTOR-TABLE-RECORD.
039500*    END-CALL.
039600     IF NOT VSIO-SUCCESS
039700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039800         MOVE +8 TO RETURN-CODE
039900         STOP RUN.
040000*    END-IF.
040100
040200     MOVE 'PREQTBL' TO VSIO-DDNAME OF PREREQ-TABLE-FILE.
040300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PREREQ-TABLE-FILE.
040400     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF PREREQ-TABLE-FILE.
040500     MOVE VSIO-INPUT TO VSIO-MODE OF PREREQ-TABLE-FILE.
040600     MOVE +13 TO VSIO-RECORD-LENGTH OF PREREQ-TABLE-FILE.
040700     MOVE +0 TO VSIO-KEY-POSITION OF PREREQ-TABLE-FILE.
040800     MOVE +10 TO VSIO-KEY-LENGTH OF PREREQ-TABLE-FILE.
040900     MOVE VSIO-OPEN TO VSIO-COMMAND.
041000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041100                         PREREQ-TABLE-FILE,
041200                         PREREQ-TABLE-RECORD.
041300*    END-CALL.
041400     IF NOT VSIO-SUCCESS
041500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041600         MOVE +8 TO RETURN-CODE
041700         STOP RUN.
041800*    END-IF.
041900
042000     OPEN OUTPUT REPORT-FILE.
042100     OPEN OUTPUT SCHEDULE-FILE.
042200     MOVE CC-SEMESTER TO HL1-SEMESTER.
042300
042400 010-PROCESS.
042500
042600     PERFORM 110-PROCESS-ONE-SECTION
042700        THRU 119-EXIT
042800       UNTIL END-OF-FILE.
042900*    END-PERFORM.
043000
043100 020-TERMINATE.
043200
043300     IF SECTION-COUNTER EQUAL ZERO
043400         WRITE REPORT-LINE FROM HEADING-LINE-1
043500         WRITE REPORT-LINE FROM BLANK-LINE
043600         MOVE 'NO SECTIONS ON FILE FOR THIS SEMESTER'
043700             TO REPORT-LINE
043800         WRITE REPORT-LINE.
043900*    END-IF.
044000
044100     MOVE COURSE-COUNTER TO TL-COURSES.
044200     MOVE SECTION-COUNTER TO TL-SECTIONS.
044300     WRITE REPORT-LINE FROM BLANK-LINE.
044400     WRITE REPORT-LINE FROM TOTAL-LINE.
044500
044600     CLOSE REPORT-FILE.
044700     CLOSE SCHEDULE-FILE.
044800
044900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
045000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045100                         SECTION-TABLE-FILE,
045200                         SECTION-TABLE-RECORD.
045300*    END-CALL.
045400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045500                         DEPARTMENT-TABLE-FILE,
045600                         DEPARTMENT-TABLE-RECORD.
045700*    END-CALL.
045800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045900                         COURSE-TABLE-FILE,
046000                         COURSE-TABLE-RECORD.
046100*    END-CALL.
046200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046300                         INSTRUCTOR-TABLE-FILE,
046400                         INSTRUCTOR-TABLE-RECORD.
046500*    END-CALL.
046600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046700                         PREREQ-TABLE-FILE,
046800                         PREREQ-TABLE-RECORD.
046900*    END-CALL.
047000
047100     DISPLAY 'CLSSCHED: COURSES LISTED:   ' COURSE-COUNTER.
047200     DISPLAY 'CLSSCHED: SECTIONS LISTED:  ' SECTION-COUNTER.
047300
047400     IF ERROR-COUNTER GREATER THAN ZERO
047500         MOVE +8 TO RETURN-CODE.
047600*    END-IF.
047700     STOP RUN.
047800
047900* ************************************************************** *
048000* READS THE NEXT SECTION OF THE SEMESTER, TAKES THE DEPARTMENT   *
048100* AND COURSE BREAKS, AND PRINTS AND WRITES THE SECTION.          *
048200* ************************************************************** *
048300 110-PROCESS-ONE-SECTION.
048400
048500     MOVE SPACES TO SECTION-TABLE-RECORD.
048600     MOVE VSIO-READ TO VSIO-COMMAND.
048700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048800                         SECTION-TABLE-FILE,
048900                         SECTION-TABLE-RECORD.
049000*    END-CALL.
049100     IF NOT VSIO-SUCCESS
049200         IF VSIO-END-OF-FILE
049300             MOVE 'Y' TO END-OF-FILE-SWITCH
049400             GO TO 119-EXIT
049500         ELSE
049600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049700             ADD +1 TO ERROR-COUNTER
049800             MOVE 'Y' TO END-OF-FILE-SWITCH
049900             GO TO 119-EXIT.
050000*        END-IF
050100*    END-IF.
050200
050300     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
050400         GO TO 119-EXIT.
050500*    END-IF.
050600
050700     IF SECTION-TABLE-RECORD (1:2) NOT EQUAL WS-PRIOR-DEPARTMENT
050800         PERFORM 120-START-DEPARTMENT THRU 129-EXIT.
050900*    END-IF.
051000
051100     IF SECTION-TABLE-RECORD (1:5) NOT EQUAL WS-PRIOR-COURSE
051200         PERFORM 130-START-COURSE THRU 139-EXIT.
051300*    END-IF.
051400
051500     PERFORM 150-PRINT-SECTION THRU 159-EXIT.
051600     PERFORM 160-WRITE-SCHEDULE-RECORD THRU 169-EXIT.
051700     ADD +1 TO SECTION-COUNTER.
051800
051900 119-EXIT.
052000     EXIT.
052100
052200* ************************************************************** *
052300* NEW DEPARTMENT: A NEW PAGE UNDER THE DEPTTBL NAME.             *
052400* ************************************************************** *
052500 120-START-DEPARTMENT.
052600
052700     MOVE SECTION-TABLE-RECORD (1:2) TO WS-PRIOR-DEPARTMENT.
052800
052900     MOVE SPACES TO DEPARTMENT-TABLE-RECORD.
053000     MOVE STR-DEPARTMENT TO DTR-NUMBER.
053100     MOVE VSIO-READ TO VSIO-COMMAND.
053200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053300                         DEPARTMENT-TABLE-FILE,
053400                         DEPARTMENT-TABLE-RECORD.
053500*    END-CALL.
053600     IF NOT VSIO-SUCCESS
053700         MOVE '*DEPARTMENT NOT ON FILE*' TO DTR-NAME
053800         MOVE +0 TO VSIO-RETURN-CODE.
053900*    END-IF.
054000
054100     MOVE STR-DEPARTMENT TO DPL-NUMBER.
054200     MOVE DTR-NAME TO DPL-NAME.
054300     WRITE REPORT-LINE FROM HEADING-LINE-1
054400         AFTER ADVANCING PAGE.
054500     WRITE REPORT-LINE FROM BLANK-LINE.
054600     WRITE REPORT-LINE FROM DEPARTMENT-LINE.
054700     WRITE REPORT-LINE FROM BLANK-LINE.
054800     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
054900
055000 129-EXIT.
055100     EXIT.
055200
055300* ************************************************************** *
055400* NEW COURSE: TITLE AND CREDIT HOURS FROM CRSETBL, THEN ITS      *
055500* PREQTBL PREREQUISITES, WHICH ARE KEPT FOR THE FLAT RECORDS.    *
055600* ************************************************************** *
055700 130-START-COURSE.
055800
055900     MOVE SECTION-TABLE-RECORD (1:5) TO WS-PRIOR-COURSE.
056000     ADD +1 TO COURSE-COUNTER.
056100
056200     MOVE SPACES TO COURSE-TABLE-RECORD.
056300     MOVE STR-DEPARTMENT TO CTR-DEPARTMENT.
056400     MOVE STR-COURSE TO CTR-NUMBER.
056500     MOVE VSIO-READ TO VSIO-COMMAND.
056600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056700                         COURSE-TABLE-FILE,
056800                         COURSE-TABLE-RECORD.
056900*    END-CALL.
057000     IF NOT VSIO-SUCCESS
057100         MOVE '*COURSE NOT ON FILE*' TO CTR-DESCRIPTION
057200         MOVE ZERO TO CTR-CREDIT-HOURS
057300         MOVE +0 TO VSIO-RETURN-CODE.
057400*    END-IF.
057500
057600     WRITE REPORT-LINE FROM BLANK-LINE.
057700     MOVE STR-DEPARTMENT TO CRL-DEPARTMENT.
057800     MOVE STR-COURSE TO CRL-COURSE.
057900     MOVE CTR-DESCRIPTION TO CRL-TITLE.
058000     MOVE CTR-CREDIT-HOURS TO CRL-CREDIT-HOURS.
058100     WRITE REPORT-LINE FROM COURSE-LINE.
058200
058300     MOVE ZERO TO PREREQ-COUNT.
058400     MOVE 'N' TO PREREQ-DONE-SWITCH.
058500     MOVE SPACES TO PREREQ-TABLE-RECORD.
058600     MOVE STR-DEPARTMENT TO PRQ-DEPARTMENT.
058700     MOVE STR-COURSE TO PRQ-COURSE.
058800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
058900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059000                         PREREQ-TABLE-FILE,
059100                         PREREQ-TABLE-RECORD.
059200*    END-CALL.
059300     IF NOT VSIO-SUCCESS
059400         MOVE +0 TO VSIO-RETURN-CODE
059500         GO TO 139-EXIT.
059600*    END-IF.
059700
059800     PERFORM 140-LOAD-ONE-PREREQ
059900        THRU 149-EXIT
060000       UNTIL PREREQ-DONE.
060100*    END-PERFORM.
060200
060300 139-EXIT.
060400     EXIT.
060500
060600 140-LOAD-ONE-PREREQ.
060700
060800     MOVE SPACES TO PREREQ-TABLE-RECORD (1:10).
060900     MOVE +13 TO VSIO-RECORD-LENGTH OF PREREQ-TABLE-FILE.
061000     MOVE VSIO-READ TO VSIO-COMMAND.
061100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061200                         PREREQ-TABLE-FILE,
061300                         PREREQ-TABLE-RECORD.
061400*    END-CALL.
061500     IF NOT VSIO-SUCCESS
061600         MOVE +0 TO VSIO-RETURN-CODE
061700         MOVE 'Y' TO PREREQ-DONE-SWITCH
061800         GO TO 149-EXIT.
061900*    END-IF.
062000
062100     IF PRQ-DEPARTMENT NOT EQUAL STR-DEPARTMENT
062200     OR PRQ-COURSE NOT EQUAL STR-COURSE
062300         MOVE 'Y' TO PREREQ-DONE-SWITCH
062400         GO TO 149-EXIT.
062500*    END-IF.
062600
062700     MOVE PRQ-REQ-DEPARTMENT TO PRL-DEPARTMENT.
062800     MOVE PRQ-REQ-COURSE TO PRL-COURSE.
062900     MOVE PRQ-MIN-GRADE TO PRL-MIN-GRADE.
063000     WRITE REPORT-LINE FROM PREREQ-LINE.
063100
063200     IF PREREQ-COUNT NOT LESS THAN PREREQ-LIMIT
063300         DISPLAY 'CLSSCHED: MORE THAN 6 PREREQUISITES FOR '
063400             SECTION-TABLE-RECORD (1:5)
063500             ' - EXTRA NOT ON FLAT FILE'
063600         GO TO 149-EXIT.
063700*    END-IF.
063800
063900     ADD +1 TO PREREQ-COUNT.
064000     MOVE PRQ-REQ-DEPARTMENT TO PRE-DEPARTMENT (PREREQ-COUNT).
064100     MOVE PRQ-REQ-COURSE TO PRE-COURSE (PREREQ-COUNT).
064200     MOVE PRQ-MIN-GRADE TO PRE-MIN-GRADE (PREREQ-COUNT).
064300
064400 149-EXIT.
064500     EXIT.
064600
064700* ************************************************************** *
064800* ONE SECTION LINE.  SEATS OPEN NEVER PRINT BELOW ZERO; A        *
064900* SECTION WITH NO INSTRUCTOR PRINTS AS STAFF.                    *
065000* ************************************************************** *
065100 150-PRINT-SECTION.
065200
065300     IF STR-ENROLLED NOT LESS THAN STR-CAPACITY
065400         MOVE ZERO TO WS-SEATS-OPEN
065500     ELSE
065600         COMPUTE WS-SEATS-OPEN = STR-CAPACITY - STR-ENROLLED.
065700*    END-IF.
065800
065900     IF STR-INSTRUCTOR-ID EQUAL SPACES
066000         MOVE 'STAFF' TO ITR-NAME
066100     ELSE
066200         MOVE STR-INSTRUCTOR-ID TO ITR-INSTRUCTOR-ID
066300         MOVE VSIO-READ TO VSIO-COMMAND
066400         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066500                             INSTRUCTOR-TABLE-FILE,
066600                             INSTRUCTOR-TABLE-RECORD
066700         IF NOT VSIO-SUCCESS
066800             MOVE '*NOT ON INSTTBL*' TO ITR-NAME
066900             MOVE +0 TO VSIO-RETURN-CODE
067000         END-IF.
067100*    END-IF.
067200
067300     MOVE STR-NUMBER TO SCL-SECTION.
067400     MOVE STR-MEET-DAYS TO SCL-MEET-DAYS.
067500     IF STR-START-TIME NUMERIC
067600         MOVE STR-START-TIME TO SCL-START-TIME
067700         MOVE STR-END-TIME TO SCL-END-TIME
067800         MOVE '-' TO SCL-TIME-DASH
067900     ELSE
068000         MOVE 'TBA' TO SCL-START-TIME
068100         MOVE SPACES TO SCL-END-TIME
068200         MOVE SPACE TO SCL-TIME-DASH.
068300*    END-IF.
068400     MOVE STR-ROOM TO SCL-ROOM.
068500     MOVE ITR-NAME TO SCL-INSTRUCTOR-NAME.
068600     MOVE STR-CAPACITY TO SCL-CAPACITY.
068700     MOVE WS-SEATS-OPEN TO SCL-SEATS-OPEN.
068800     IF STR-XLIST-SECTION NUMERIC
068900     AND STR-XLIST-SECTION GREATER THAN ZERO
069000         MOVE SECTION-TABLE-RECORD (53:2) TO SCL-XLIST-DEPARTMENT
069100         MOVE '-' TO SCL-XLIST-DASH-1
069200         MOVE SECTION-TABLE-RECORD (55:3) TO SCL-XLIST-COURSE
069300         MOVE '-' TO SCL-XLIST-DASH-2
069400         MOVE SECTION-TABLE-RECORD (58:1) TO SCL-XLIST-SECTION
069500     ELSE
069600         MOVE SPACES TO SCL-XLIST.
069700*    END-IF.
069800     WRITE REPORT-LINE FROM SECTION-LINE.
069900
070000 159-EXIT.
070100     EXIT.
070200
070300* ************************************************************** *
070400* THE PRINT-SHOP RECORD FOR THE SECTION JUST PRINTED.            *
070500* ************************************************************** *
070600 160-WRITE-SCHEDULE-RECORD.
070700
070800     MOVE SPACES TO SCHEDULE-RECORD.
070900     MOVE STR-SEMESTER TO SF-SEMESTER.
071000     MOVE STR-DEPARTMENT TO SF-DEPARTMENT.
071100     MOVE DTR-NAME TO SF-DEPARTMENT-NAME.
071200     MOVE STR-COURSE TO SF-COURSE.
071300     MOVE CTR-DESCRIPTION TO SF-TITLE.
071400     MOVE CTR-CREDIT-HOURS TO SF-CREDIT-HOURS.
071500     MOVE STR-NUMBER TO SF-SECTION.
071600     MOVE STR-MEET-DAYS TO SF-MEET-DAYS.
071700     IF STR-START-TIME NUMERIC
071800         MOVE STR-START-TIME TO SF-START-TIME
071900         MOVE STR-END-TIME TO SF-END-TIME.
072000*    END-IF.
072100     MOVE STR-ROOM TO SF-ROOM.
072200     MOVE STR-INSTRUCTOR-ID TO SF-INSTRUCTOR-ID.
072300     MOVE ITR-NAME TO SF-INSTRUCTOR-NAME.
072400     MOVE STR-CAPACITY TO SF-CAPACITY.
072500     MOVE WS-SEATS-OPEN TO SF-SEATS-OPEN.
072600     IF STR-XLIST-SECTION NUMERIC
072700     AND STR-XLIST-SECTION GREATER THAN ZERO
072800         MOVE STR-XLIST-SECTION TO SF-XLIST-SECTION.
072900*    END-IF.
073000     MOVE PREREQ-COUNT TO SF-PREREQ-COUNT.
073100
073200     MOVE 1 TO PREREQ-IDX.
073300     PERFORM 165-MOVE-ONE-PREREQ
073400        THRU 165-EXIT
073500       UNTIL PREREQ-IDX GREATER THAN PREREQ-COUNT.
073600*    END-PERFORM.
073700
073800     WRITE SCHEDULE-RECORD.
073900
074000 169-EXIT.
074100     EXIT.
074200
074300 165-MOVE-ONE-PREREQ.
074400
074500     MOVE PRE-DEPARTMENT (PREREQ-IDX)
074600         TO SF-REQ-DEPARTMENT (PREREQ-IDX).
074700     MOVE PRE-COURSE (PREREQ-IDX) TO SF-REQ-COURSE (PREREQ-IDX).
074800     MOVE PRE-MIN-GRADE (PREREQ-IDX)
074900         TO SF-REQ-MIN-GRADE (PREREQ-IDX).
075000     ADD 1 TO PREREQ-IDX.
075100
075200 165-EXIT.
075300     EXIT.
075400
075500* ************************************************************** *
075600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
075700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
075800* PROGRAM IN THIS SUITE.                                         *
075900* ************************************************************** *
076000 500-DISPLAY-UNKNOWN-ERROR.
076100
076200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
076300     EXHIBIT NAMED VSIO-RETURN-CODE.
076400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
076500                   VSIO-VSAM-FUNCTION-CODE,
076600                   VSIO-VSAM-FEEDBACK-CODE.
076700
076800 509-EXIT.
076900     EXIT.
