000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COHRTBLD.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ENTERING-COHORT BUILD FOR INSTITUTIONAL RESEARCH.  THE FALL   *
000900* TERM ON THE SYSIN CARD NAMES THE COHORT.  STUDENT-MASTER-FILE *
001000* IS PASSED ONCE, MATCHED BY STUDENT ID AGAINST THE ARCHIVED    *
001100* ENROLLMENTS ON THE KEYED STMHIST CLUSTER (LOADED BY SEMARCH), *
001200* AND EACH STUDENT'S ENTERING TERM IS TAKEN AS THE EARLIEST     *
001300* SEMESTER HOLDING A GRADED ('E'), INCOMPLETE ('I') OR          *
001400* WITHDRAWN ('X') ENROLLMENT IN EITHER FILE.  A STUDENT WHOSE   *
001500* ENTERING TERM IS THE COHORT TERM IS A FIRST-TIME MEMBER OF    *
001600* THE COHORT UNLESS TRANSFER CREDIT IS ON FILE, IN WHICH CASE   *
001700* THE STUDENT IS LISTED AS EXCLUDED.                            *
001800*                                                               *
001900* MEMBERS ARE WRITTEN TO THE COHORT CLUSTER (DDNAME COHRTBL,    *
002000* 40 BYTES, KEYED BY STUDENT ID) WITH THE MAJOR AND GENDER ON   *
002100* THE MASTER AT THE TIME OF THE BUILD.  THE MEMBERSHIP IS THEN  *
002200* FROZEN: A COHORT TERM THAT ALREADY HAS MEMBERS ON COHRTBL IS  *
002300* REFUSED, AND A STUDENT ALREADY FILED IN ANY COHORT IS NEVER   *
002400* CHANGED, SO HISTORY LOADED OR MAJORS CHANGED LATER DO NOT     *
002500* MOVE ANYONE.  COHRTRPT FOLLOWS EACH COHORT FROM THIS FILE.    *
002600*                                                               *
002700* SYSIN CARD:                                                   *
002800*   COLS  1-6  COHORT TERM (FA PLUS A YEAR, MUST BE ON SEMTBL)  *
002900* EVERY MEMBER AND EXCLUSION IS LISTED ON THE DATED REGISTER.   *
003000* THE RUN ENDS RC 8 ON A BAD CARD OR A VSAM ERROR.              *
003100*                                                               *
003200* MODIFICATION HISTORY.                                         *
003300*   DATE       INIT  DESCRIPTION                                *
003400*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003410*   10/15/2026 JM    TRANSFER-EXCLUDED TOTAL FILLER WIDENED TO  *
003420*                    HOLD ITS WHOLE LITERAL.                    *
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
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONTROL-CARD-FILE
005400     LABEL RECORDS ARE OMITTED
005500     RECORD CONTAINS 80 CHARACTERS
005600     BLOCK CONTAINS 0 RECORDS
005700     DATA RECORD IS CONTROL-CARD-RECORD.
005800 01  CONTROL-CARD-RECORD.
005900     02  CC-COHORT-TERM          PIC X(06).
006000     02  FILLER                  PIC X(74).
006100
006200 FD  REPORT-FILE
006300     LABEL RECORDS ARE OMITTED
006400     RECORD CONTAINS 132 CHARACTERS
006500     BLOCK CONTAINS 0 RECORDS
006600     DATA RECORD IS REPORT-LINE.
006700 01  REPORT-LINE                 PIC X(132).
006800
006900 WORKING-STORAGE SECTION.
007000 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
007100     88  MASTER-EOF                          VALUE 'Y'.
007200 77  HISTORY-EOF-SW              PIC X(01)   VALUE 'N'.
007300     88  HISTORY-EOF                         VALUE 'Y'.
007400 77  COHORT-EOF-SW               PIC X(01)   VALUE 'N'.
007500     88  COHORT-EOF                          VALUE 'Y'.
007600 77  WS-TRANSFER-SW              PIC X(01)   VALUE 'N'.
007700     88  WS-HAS-TRANSFER                     VALUE 'Y'.
007800
007900 77  STUDENT-COUNTER             PIC S9(8) COMP VALUE ZERO.
008000 77  MEMBER-COUNTER              PIC S9(8) COMP VALUE ZERO.
008100 77  TRANSFER-COUNTER            PIC S9(8) COMP VALUE ZERO.
008200 77  FILED-COUNTER               PIC S9(8) COMP VALUE ZERO.
008300 77  EXISTING-COUNTER            PIC S9(8) COMP VALUE ZERO.
008400 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
008500
008600 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
008700 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
008800     02  WS-RUN-YY               PIC 9(02).
008900     02  WS-RUN-MM               PIC 9(02).
009000     02  WS-RUN-DD               PIC 9(02).
009100
009200 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
009300 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
009400     02  WS-TODAY-CCYY           PIC 9(04).
009500     02  WS-TODAY-MM             PIC 9(02).
009600     02  WS-TODAY-DD             PIC 9(02).
009700
009800 01  WS-COHORT-SORT-KEY          PIC X(05)   VALUE SPACES.
009900 01  WS-RECORD-SORT-KEY          PIC X(05)   VALUE SPACES.
010000
010100* ************************************************************** *
010200* THE STUDENT BEING ASSEMBLED FROM ITS MASTER KEY GROUP AND ITS  *
010300* STMHIST RECORDS.  THE EARLIEST SORT KEY STARTS HIGH SO ANY     *
010400* COUNTED ENROLLMENT REPLACES IT.                                *
010500* ************************************************************** *
010600 01  CURRENT-STUDENT-FIELDS.
010700     02  WS-CURRENT-ID           PIC X(07)   VALUE SPACES.
010800     02  WS-CURRENT-NAME         PIC X(22)   VALUE SPACES.
010900     02  WS-CURRENT-GENDER       PIC X(01)   VALUE SPACES.
011000     02  WS-CURRENT-MAJOR        PIC X(03)   VALUE SPACES.
011100     02  WS-EARLIEST-SORT-KEY    PIC X(05)   VALUE HIGH-VALUES.
011200     02  WS-EARLIEST-SEMESTER    PIC X(06)   VALUE SPACES.
011300
011400* ************************************************************** *
011500* INPUT AND OUTPUT FIELDS FOR 600-BUILD-SEMESTER-SORT-KEY.  THE  *
011600* SORT KEY IS YEAR + TERM RANK (SP=1, SU=2, FA=3) SO SEMESTER    *
011700* CODES COMPARE IN CALENDAR ORDER.  AN UNRECOGNIZED TERM YIELDS  *
011800* RANK 9 AND THE HIGH YEAR 9999, WHICH NEVER COUNTS AS EARLIEST. *
011900* ************************************************************** *
012000 01  WS-SEMESTER-WORK-FIELDS.
012100     02  WS-SEM-IN.
012200         03  WS-SEM-IN-TERM      PIC X(02).
012300         03  WS-SEM-IN-YEAR      PIC X(04).
012400     02  WS-SEM-SORT-KEY.
012500         03  WS-SEM-SORT-YEAR    PIC X(04).
012600         03  WS-SEM-SORT-RANK    PIC X(01).
012700
012800 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
012900 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
013000 01  COHORT-TABLE-FILE           COPY VSAMIOFB.
013100 01  HISTORY-FILE                COPY VSAMIOFB.
013200 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013300
013400 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
013500
013600 01  SEMESTER-TABLE-RECORD.
013700     02  SMR-CODE                PIC X(06).
013800     02  SMR-DESCRIPTION         PIC X(20).
013900     02  FILLER                  PIC X(98).
014000
014100* ************************************************************** *
014200* ONE FROZEN COHORT MEMBER (DDNAME COHRTBL, 40 BYTES, KEY 7).    *
014300* MAJOR AND GENDER ARE AS OF THE BUILD AND ARE NEVER UPDATED.    *
014400* ************************************************************** *
014500 01  COHORT-MEMBER-RECORD.
014600     02  CHR-STUDENT-ID          PIC X(07).
014700     02  CHR-COHORT-TERM         PIC X(06).
014800     02  CHR-ENTRY-MAJOR         PIC X(03).
014900     02  CHR-GENDER              PIC X(01).
015000     02  CHR-FROZEN-DATE         PIC 9(08).
015100     02  FILLER                  PIC X(15).
015200
015300* ************************************************************** *
015400* THE KEYED HISTORY RECORD: 22-BYTE PRIMARY KEY, THE 22-BYTE     *
015500* ALTERNATE-KEY ZONE, THEN THE FULL ORIGINAL ENROLLMENT IMAGE.   *
015600* ************************************************************** *
015700 01  HISTORY-KSDS-RECORD.
015800     02  HST-STUDENT-ID          PIC X(07).
015900     02  HST-SEMESTER            PIC X(06).
016000     02  HST-COURSE-ID           PIC 9(06).
016100     02  HST-KEY-ID              PIC 9(03).
016200     02  HST-ALT-KEY.
016300         03  HST-ALT-SEMESTER    PIC X(06).
016400         03  HST-ALT-COURSE-ID   PIC 9(06).
016500         03  FILLER              PIC X(10).
016600     02  HST-RECORD-IMAGE        PIC X(53).
016700
016800 01  STUDENT-RECORD-AREA         PIC X(83).
016900
017000 01  STUDENT-INFO-RECORD.
017100     02  SIR-STUDENT-ID          PIC X(07).
017200     02  SIR-KEY-ID              PIC 9(03).
017300     02  SIR-NAME                PIC X(22).
017400     02  SIR-ADDRESS             PIC X(25).
017500     02  SIR-CITY                PIC X(15).
017600     02  SIR-STATE               PIC X(02).
017700     02  SIR-ZIPCODE             PIC 9(05).
017800     02  SIR-GENDER              PIC X(01).
017900     02  SIR-MAJOR               PIC X(03).
018000
018100 01  COURSE-INFO-RECORD.
018200     02  CIR-STUDENT-ID          PIC X(07).
018300     02  CIR-KEY-ID              PIC 9(03).
018400     02  CIR-COURSE-ID           PIC 9(06).
018500     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
018600     02  CIR-STATUS              PIC X(01).
018700         88  CIR-ENROLLED                VALUE 'E'.
018800         88  CIR-INCOMPLETE              VALUE 'I'.
018900         88  CIR-WITHDRAWN               VALUE 'X'.
019000     02  CIR-SEMESTER            PIC X(06).
019100     02  CIR-ENROLL-DATE         PIC 9(08).
019200     02  CIR-DROP-DATE           PIC 9(08).
019300     02  CIR-WAIT-POSITION       PIC 9(03).
019400     02  CIR-WAIT-DATE           PIC 9(08).
019500
019600 01  HEADING-LINE-1.
019700     02  FILLER                  PIC X(44) VALUE
019800         'COHRTBLD - ENTERING COHORT BUILD REGISTER   '.
019900     02  FILLER                  PIC X(07) VALUE 'COHORT '.
020000     02  HL1-COHORT-TERM         PIC X(06).
020100     02  FILLER                  PIC X(12) VALUE
020200         '   RUN DATE '.
020300     02  HL1-RUN-MM              PIC 9(02).
020400     02  FILLER                  PIC X(01) VALUE '/'.
020500     02  HL1-RUN-DD              PIC 9(02).
020600     02  FILLER                  PIC X(01) VALUE '/'.
020700     02  HL1-RUN-CCYY            PIC 9(04).
020800     02  FILLER                  PIC X(53) VALUE SPACES.
020900
021000 01  HEADING-LINE-2.
021100     02  FILLER                  PIC X(10) VALUE 'STUDENT'.
021200     02  FILLER                  PIC X(24) VALUE 'NAME'.
021300     02  FILLER                  PIC X(07) VALUE 'MAJOR'.
021400     02  FILLER                  PIC X(08) VALUE 'GENDER'.
021500     02  FILLER                  PIC X(83) VALUE 'DISPOSITION'.
021600
021700 01  REGISTER-LINE.
021800     02  RL-STUDENT-ID           PIC X(07).
021900     02  FILLER                  PIC X(03) VALUE SPACES.
022000     02  RL-NAME                 PIC X(22).
022100     02  FILLER                  PIC X(02) VALUE SPACES.
022200     02  RL-MAJOR                PIC X(03).
022300     02  FILLER                  PIC X(06) VALUE SPACES.
022400     02  RL-GENDER               PIC X(01).
022500     02  FILLER                  PIC X(05) VALUE SPACES.
022600     02  RL-DISPOSITION          PIC X(40).
022700     02  FILLER                  PIC X(43) VALUE SPACES.
022800
022900 01  TOTAL-LINE.
023000     02  FILLER                  PIC X(18) VALUE
023100         'STUDENTS READ:    '.
023200     02  TL-STUDENTS             PIC ZZZZZZ9.
023300     02  FILLER                  PIC X(19) VALUE
023400         '   COHORT MEMBERS: '.
023500     02  TL-MEMBERS              PIC ZZZZZ9.
023600     02  FILLER                  PIC X(22) VALUE
023700         '   TRANSFER EXCLUDED: '.
023800     02  TL-TRANSFER             PIC ZZZZZ9.
023900     02  FILLER                  PIC X(22) VALUE
024000         '   IN EARLIER COHORT: '.
024100     02  TL-EXISTING             PIC ZZZZZ9.
024200     02  FILLER                  PIC X(26) VALUE SPACES.
024300
024400 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
024500
024600 PROCEDURE DIVISION.
024700
024800 000-INITIATE.
024900
025000     DISPLAY 'COHRTBLD: ENTERING COHORT BUILD'.
025100     DISPLAY '-------------------------------'.
025200     DISPLAY ' '.
025300
025400     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
025500     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
025600     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
025700     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
025800     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
025900     MOVE WS-RUN-MM TO WS-TODAY-MM.
026000     MOVE WS-RUN-DD TO WS-TODAY-DD.
026100
026200     OPEN INPUT CONTROL-CARD-FILE.
026300     MOVE SPACES TO CONTROL-CARD-RECORD.
026400     READ CONTROL-CARD-FILE
026500         AT END
026600             DISPLAY 'COHRTBLD: NO CONTROL CARD SUPPLIED - '
026700                     'STOPPING'
026800             MOVE +8 TO RETURN-CODE
026900             STOP RUN.
027000*    END-READ.
027100     CLOSE CONTROL-CARD-FILE.
027200
027300     MOVE CC-COHORT-TERM TO WS-SEM-IN.
027400     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
027500     MOVE WS-SEM-SORT-KEY TO WS-COHORT-SORT-KEY.
027600     IF WS-SEM-SORT-RANK NOT EQUAL '3'
027700         DISPLAY 'COHRTBLD: COHORT TERM ' CC-COHORT-TERM
027800                 ' IS NOT A FALL TERM - STOPPING'
027900         MOVE +8 TO RETURN-CODE
028000         STOP RUN.
028100*    END-IF.
028200
028300     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
028400     MOVE VSIO-KSDS TO
028500         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
028600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
028700     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
028800     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
028900     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
029000     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
029100     MOVE VSIO-OPEN TO VSIO-COMMAND.
029200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029300                         SEMESTER-TABLE-FILE,
029400                         SEMESTER-TABLE-RECORD.
029500*    END-CALL.
029600     IF NOT VSIO-SUCCESS
029700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029800         MOVE +8 TO RETURN-CODE
029900         STOP RUN.
030000*    END-IF.
030100
030200     MOVE SPACES TO SEMESTER-TABLE-RECORD.
030300     MOVE CC-COHORT-TERM TO SMR-CODE.
030400     MOVE VSIO-READ TO VSIO-COMMAND.
030500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030600                         SEMESTER-TABLE-FILE,
030700                         SEMESTER-TABLE-RECORD.
030800*    END-CALL.
030900     IF NOT VSIO-SUCCESS
031000         DISPLAY 'COHRTBLD: SEMESTER ' CC-COHORT-TERM
031100                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
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
032200* ************************************************************** *
032300* A COHORT IS BUILT ONCE.  COHRTBL IS READ THROUGH FIRST AND THE *
032400* RUN IS REFUSED WHEN THE CARD'S TERM ALREADY HAS MEMBERS.       *
032500* ************************************************************** *
032600     MOVE 'COHRTBL' TO VSIO-DDNAME OF COHORT-TABLE-FILE.
032700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COHORT-TABLE-FILE.
032800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF COHORT-TABLE-FILE.
032900     MOVE VSIO-INPUT TO VSIO-MODE OF COHORT-TABLE-FILE.
033000     MOVE +40 TO VSIO-RECORD-LENGTH OF COHORT-TABLE-FILE.
033100     MOVE +0 TO VSIO-KEY-POSITION OF COHORT-TABLE-FILE.
033200     MOVE +7 TO VSIO-KEY-LENGTH OF COHORT-TABLE-FILE.
033300     MOVE VSIO-OPEN TO VSIO-COMMAND.
033400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033500                         COHORT-TABLE-FILE,
033600                         COHORT-MEMBER-RECORD.
033700*    END-CALL.
033800     IF NOT VSIO-SUCCESS
033900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034000         MOVE +8 TO RETURN-CODE
034100         STOP RUN.
034200*    END-IF.
034300
034400     MOVE 'N' TO COHORT-EOF-SW.
034500     PERFORM 100-CHECK-ONE-MEMBER
034600        THRU 109-EXIT
034700       UNTIL COHORT-EOF.
034800*    END-PERFORM.
034900
035000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
035100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035200                         COHORT-TABLE-FILE,
035300                         COHORT-MEMBER-RECORD.
035400*    END-CALL.
035500
035600     IF ERROR-COUNTER GREATER THAN ZERO
035700         MOVE +8 TO RETURN-CODE
035800         STOP RUN.
035900*    END-IF.
036000     IF FILED-COUNTER GREATER THAN ZERO
036100         DISPLAY 'COHRTBLD: COHORT ' CC-COHORT-TERM
036200                 ' IS ALREADY FROZEN WITH ' FILED-COUNTER
036300                 ' MEMBERS - STOPPING'
036400         MOVE +8 TO RETURN-CODE
036500         STOP RUN.
036600*    END-IF.
036700
036800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COHORT-TABLE-FILE.
036900     MOVE VSIO-I-O TO VSIO-MODE OF COHORT-TABLE-FILE.
037000     MOVE VSIO-OPEN TO VSIO-COMMAND.
037100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037200                         COHORT-TABLE-FILE,
037300                         COHORT-MEMBER-RECORD.
037400*    END-CALL.
037500     IF NOT VSIO-SUCCESS
037600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037700         MOVE +8 TO RETURN-CODE
037800         STOP RUN.
037900*    END-IF.
038000
038100     MOVE 'STMHIST' TO VSIO-DDNAME OF HISTORY-FILE.
038200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HISTORY-FILE.
038300     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF HISTORY-FILE.
038400     MOVE VSIO-INPUT TO VSIO-MODE OF HISTORY-FILE.
038500     MOVE +97 TO VSIO-RECORD-LENGTH OF HISTORY-FILE.
038600     MOVE +0 TO VSIO-KEY-POSITION OF HISTORY-FILE.
038700     MOVE +22 TO VSIO-KEY-LENGTH OF HISTORY-FILE.
038800     MOVE VSIO-OPEN TO VSIO-COMMAND.
038900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039000                         HISTORY-FILE,
039100                         HISTORY-KSDS-RECORD.
039200*    END-CALL.
039300     IF NOT VSIO-SUCCESS
039400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039500         MOVE +8 TO RETURN-CODE
039600         STOP RUN.
039700*    END-IF.
039800
039900     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
040000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
040100     MOVE VSIO-SEQUENTIAL TO
040200         VSIO-ACCESS OF STUDENT-MASTER-FILE.
040300     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
040400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
040500     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
040600     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
040700     MOVE VSIO-OPEN TO VSIO-COMMAND.
040800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040900                         STUDENT-MASTER-FILE,
041000                         STUDENT-RECORD-AREA.
041100*    END-CALL.
041200     IF NOT VSIO-SUCCESS
041300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041400         MOVE +8 TO RETURN-CODE
041500         STOP RUN.
041600*    END-IF.
041700
041800     OPEN OUTPUT REPORT-FILE.
041900     MOVE CC-COHORT-TERM TO HL1-COHORT-TERM.
042000     MOVE WS-TODAY-MM TO HL1-RUN-MM.
042100     MOVE WS-TODAY-DD TO HL1-RUN-DD.
042200     MOVE WS-TODAY-CCYY TO HL1-RUN-CCYY.
042300     WRITE REPORT-LINE FROM HEADING-LINE-1
042400         AFTER ADVANCING PAGE.
042500     WRITE REPORT-LINE FROM BLANK-LINE.
042600     WRITE REPORT-LINE FROM HEADING-LINE-2.
042700     WRITE REPORT-LINE FROM BLANK-LINE.
042800
042900     MOVE 'N' TO HISTORY-EOF-SW.
043000     PERFORM 130-READ-HISTORY THRU 139-EXIT.
043100
043200 010-PROCESS.
043300
043400     MOVE 'N' TO MASTER-EOF-SW.
043500     PERFORM 110-READ-ONE-MASTER
043600        THRU 119-EXIT
043700       UNTIL MASTER-EOF.
043800*    END-PERFORM.
043900
044000     PERFORM 150-FILE-STUDENT THRU 159-EXIT.
044100
044200     MOVE STUDENT-COUNTER TO TL-STUDENTS.
044300     MOVE MEMBER-COUNTER TO TL-MEMBERS.
044400     MOVE TRANSFER-COUNTER TO TL-TRANSFER.
044500     MOVE EXISTING-COUNTER TO TL-EXISTING.
044600     WRITE REPORT-LINE FROM BLANK-LINE.
044700     WRITE REPORT-LINE FROM TOTAL-LINE.
044800
044900 020-TERMINATE.
045000
045100     CLOSE REPORT-FILE.
045200
045300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
045400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045500                         STUDENT-MASTER-FILE,
045600                         STUDENT-RECORD-AREA.
045700*    END-CALL.
045800
045900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
046000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046100                         HISTORY-FILE,
046200                         HISTORY-KSDS-RECORD.
046300*    END-CALL.
046400
046500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
046600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046700                         COHORT-TABLE-FILE,
046800                         COHORT-MEMBER-RECORD.
046900*    END-CALL.
047000
047100     DISPLAY 'COHRTBLD: STUDENTS READ:        ' STUDENT-COUNTER.
047200     DISPLAY 'COHRTBLD: COHORT MEMBERS FILED: ' MEMBER-COUNTER.
047300     DISPLAY 'COHRTBLD: TRANSFER EXCLUDED:    ' TRANSFER-COUNTER.
047400     DISPLAY 'COHRTBLD: IN EARLIER COHORT:    ' EXISTING-COUNTER.
047500
047600     IF ERROR-COUNTER GREATER THAN ZERO
047700         MOVE +8 TO RETURN-CODE.
047800*    END-IF.
047900     STOP RUN.
048000
048100* ************************************************************** *
048200* COUNTS THE COHRTBL MEMBERS ALREADY FILED UNDER THE CARD'S TERM.*
048300* ************************************************************** *
048400 100-CHECK-ONE-MEMBER.
048500
048600     MOVE +40 TO VSIO-RECORD-LENGTH OF COHORT-TABLE-FILE.
048700     MOVE VSIO-READ TO VSIO-COMMAND.
048800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048900                         COHORT-TABLE-FILE,
049000                         COHORT-MEMBER-RECORD.
049100*    END-CALL.
049200     IF NOT VSIO-SUCCESS
049300         IF NOT VSIO-END-OF-FILE
049400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049500             ADD +1 TO ERROR-COUNTER
049600         END-IF
049700         MOVE 'Y' TO COHORT-EOF-SW
049800         GO TO 109-EXIT.
049900*    END-IF.
050000
050100     IF CHR-COHORT-TERM EQUAL CC-COHORT-TERM
050200         ADD +1 TO FILED-COUNTER.
050300*    END-IF.
050400
050500 109-EXIT.
050600     EXIT.
050700
050800* ************************************************************** *
050900* READS THE NEXT MASTER RECORD.  A CHANGE OF STUDENT ID FILES    *
051000* THE PREVIOUS STUDENT AND STARTS THE NEXT ONE, PICKING UP ITS   *
051100* STMHIST ENROLLMENTS; WITHIN THE KEY GROUP THE STUDENT RECORD   *
051200* SUPPLIES NAME, MAJOR AND GENDER, ENROLLMENTS MAY MOVE THE      *
051300* ENTERING TERM EARLIER, AND A TRANSFER-CREDIT RECORD (40        *
051400* BYTES) MARKS THE STUDENT AS NOT FIRST-TIME.                    *
051500* ************************************************************** *
051600 110-READ-ONE-MASTER.
051700
051800     MOVE SPACES TO STUDENT-RECORD-AREA.
051900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
052000     MOVE VSIO-READ TO VSIO-COMMAND.
052100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052200                         STUDENT-MASTER-FILE,
052300                         STUDENT-RECORD-AREA.
052400*    END-CALL.
052500     IF NOT VSIO-SUCCESS
052600         IF NOT VSIO-END-OF-FILE
052700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052800             ADD +1 TO ERROR-COUNTER
052900         END-IF
053000         MOVE 'Y' TO MASTER-EOF-SW
053100         GO TO 119-EXIT.
053200*    END-IF.
053300
053400     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL WS-CURRENT-ID
053500         PERFORM 150-FILE-STUDENT THRU 159-EXIT
053600         PERFORM 120-START-STUDENT THRU 129-EXIT.
053700*    END-IF.
053800
053900     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
054000         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
054100         MOVE SIR-NAME TO WS-CURRENT-NAME
054200         MOVE SIR-GENDER TO WS-CURRENT-GENDER
054300         MOVE SIR-MAJOR TO WS-CURRENT-MAJOR
054400         ADD +1 TO STUDENT-COUNTER
054500         GO TO 119-EXIT.
054600*    END-IF.
054700
054800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
054900         MOVE 'Y' TO WS-TRANSFER-SW
055000         GO TO 119-EXIT.
055100*    END-IF.
055200
055300     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
055400         GO TO 119-EXIT.
055500*    END-IF.
055600
055700     MOVE STUDENT-RECORD-AREA (1:53) TO COURSE-INFO-RECORD.
055800     PERFORM 140-CHECK-ENROLLMENT THRU 149-EXIT.
055900
056000 119-EXIT.
056100     EXIT.
056200
056300* ************************************************************** *
056400* STARTS THE STUDENT WHOSE MASTER RECORD WAS JUST READ AND TAKES *
056500* IN ITS STMHIST ENROLLMENTS.  BOTH FILES ARE IN STUDENT-ID      *
056600* ORDER, SO HISTORY FOR IDS NO LONGER ON THE MASTER IS PASSED    *
056700* OVER AND HISTORY FOR THIS ID IS CONSUMED HERE.                 *
056800* ************************************************************** *
056900 120-START-STUDENT.
057000
057100     MOVE SPACES TO CURRENT-STUDENT-FIELDS.
057200     MOVE STUDENT-RECORD-AREA (1:7) TO WS-CURRENT-ID.
057300     MOVE HIGH-VALUES TO WS-EARLIEST-SORT-KEY.
057400     MOVE 'N' TO WS-TRANSFER-SW.
057500
057600     PERFORM 125-MATCH-HISTORY
057700        THRU 125-EXIT
057800       UNTIL HISTORY-EOF
057900          OR HST-STUDENT-ID GREATER THAN WS-CURRENT-ID.
058000*    END-PERFORM.
058100
058200 129-EXIT.
058300     EXIT.
058400
058500 125-MATCH-HISTORY.
058600
058700     IF HST-STUDENT-ID EQUAL WS-CURRENT-ID
058800         MOVE HST-RECORD-IMAGE TO COURSE-INFO-RECORD
058900         PERFORM 140-CHECK-ENROLLMENT THRU 149-EXIT.
059000*    END-IF.
059100     PERFORM 130-READ-HISTORY THRU 139-EXIT.
059200
059300 125-EXIT.
059400     EXIT.
059500
059600 130-READ-HISTORY.
059700
059800     MOVE +97 TO VSIO-RECORD-LENGTH OF HISTORY-FILE.
059900     MOVE VSIO-READ TO VSIO-COMMAND.
060000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060100                         HISTORY-FILE,
060200                         HISTORY-KSDS-RECORD.
060300*    END-CALL.
060400     IF NOT VSIO-SUCCESS
060500         IF NOT VSIO-END-OF-FILE
060600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
060700             ADD +1 TO ERROR-COUNTER
060800         END-IF
060900         MOVE 'Y' TO HISTORY-EOF-SW
061000         MOVE HIGH-VALUES TO HST-STUDENT-ID
061100         MOVE +0 TO VSIO-RETURN-CODE.
061200*    END-IF.
061300
061400 139-EXIT.
061500     EXIT.
061600
061700* ************************************************************** *
061800* MOVES THE ENTERING TERM EARLIER WHEN THE ENROLLMENT IN         *
061900* COURSE-INFO-RECORD IS A COUNTED STATUS IN AN EARLIER TERM.     *
062000* ************************************************************** *
062100 140-CHECK-ENROLLMENT.
062200
062300     IF NOT CIR-ENROLLED
062400     AND NOT CIR-INCOMPLETE
062500     AND NOT CIR-WITHDRAWN
062600         GO TO 149-EXIT.
062700*    END-IF.
062800
062900     MOVE CIR-SEMESTER TO WS-SEM-IN.
063000     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
063100     MOVE WS-SEM-SORT-KEY TO WS-RECORD-SORT-KEY.
063200     IF WS-SEM-SORT-RANK EQUAL '9'
063300         GO TO 149-EXIT.
063400*    END-IF.
063500
063600     IF WS-RECORD-SORT-KEY LESS THAN WS-EARLIEST-SORT-KEY
063700         MOVE WS-RECORD-SORT-KEY TO WS-EARLIEST-SORT-KEY
063800         MOVE CIR-SEMESTER TO WS-EARLIEST-SEMESTER.
063900*    END-IF.
064000
064100 149-EXIT.
064200     EXIT.
064300
064400* ************************************************************** *
064500* FILES THE STUDENT JUST COMPLETED.  ONLY A STUDENT WHOSE        *
064600* ENTERING TERM IS THE COHORT TERM IS CONSIDERED: WITH TRANSFER  *
064700* CREDIT ON FILE THE STUDENT IS LISTED AS EXCLUDED, OTHERWISE A  *
064800* MEMBER RECORD IS WRITTEN.  A STUDENT ALREADY ON COHRTBL (FILED *
064900* UNDER AN EARLIER COHORT BEFORE HISTORY WAS COMPLETE) IS LEFT   *
065000* AS FROZEN AND LISTED.                                          *
065100* ************************************************************** *
065200 150-FILE-STUDENT.
065300
065400     IF WS-CURRENT-ID EQUAL SPACES
065500         GO TO 159-EXIT.
065600*    END-IF.
065700     IF WS-EARLIEST-SORT-KEY NOT EQUAL WS-COHORT-SORT-KEY
065800         GO TO 159-EXIT.
065900*    END-IF.
066000
066100     MOVE WS-CURRENT-ID TO RL-STUDENT-ID.
066200     MOVE WS-CURRENT-NAME TO RL-NAME.
066300     MOVE WS-CURRENT-MAJOR TO RL-MAJOR.
066400     MOVE WS-CURRENT-GENDER TO RL-GENDER.
066500
066600     IF WS-HAS-TRANSFER
066700         MOVE 'TRANSFER CREDIT ON FILE - EXCLUDED' TO
066800             RL-DISPOSITION
066900         WRITE REPORT-LINE FROM REGISTER-LINE
067000         ADD +1 TO TRANSFER-COUNTER
067100         GO TO 159-EXIT.
067200*    END-IF.
067300
067400     MOVE SPACES TO COHORT-MEMBER-RECORD.
067500     MOVE WS-CURRENT-ID TO CHR-STUDENT-ID.
067600     MOVE CC-COHORT-TERM TO CHR-COHORT-TERM.
067700     MOVE WS-CURRENT-MAJOR TO CHR-ENTRY-MAJOR.
067800     MOVE WS-CURRENT-GENDER TO CHR-GENDER.
067900     MOVE WS-TODAY-CCYYMMDD TO CHR-FROZEN-DATE.
068000     MOVE +40 TO VSIO-RECORD-LENGTH OF COHORT-TABLE-FILE.
068100     MOVE VSIO-WRITE TO VSIO-COMMAND.
068200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068300                         COHORT-TABLE-FILE,
068400                         COHORT-MEMBER-RECORD.
068500*    END-CALL.
068600     IF VSIO-SUCCESS
068700         MOVE 'COHORT MEMBER FILED' TO RL-DISPOSITION
068800         ADD +1 TO MEMBER-COUNTER
068900     ELSE
069000         MOVE 'ALREADY IN AN EARLIER COHORT - NOT CHANGED'
069100             TO RL-DISPOSITION
069200         ADD +1 TO EXISTING-COUNTER
069300         MOVE +0 TO VSIO-RETURN-CODE.
069400*    END-IF.
069500     WRITE REPORT-LINE FROM REGISTER-LINE.
069600
069700 159-EXIT.
069800     EXIT.
069900
070000* ************************************************************** *
070100* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
070200* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
070300* PROGRAM IN THIS SUITE.                                         *
070400* ************************************************************** *
070500 500-DISPLAY-UNKNOWN-ERROR.
070600
070700     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
070800     EXHIBIT NAMED VSIO-RETURN-CODE.
070900     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
071000                   VSIO-VSAM-FUNCTION-CODE,
071100                   VSIO-VSAM-FEEDBACK-CODE.
071200
071300 509-EXIT.
071400     EXIT.
071500
071600* ************************************************************** *
071700* BUILDS THE YEAR+TERM-RANK SORT KEY FOR THE SEMESTER CODE IN    *
071800* WS-SEM-IN, LEAVING IT IN WS-SEM-SORT-KEY.  SP RANKS 1, SU 2,   *
071900* FA 3; ANYTHING ELSE (INCLUDING A NON-NUMERIC YEAR) YIELDS      *
072000* YEAR 9999 RANK 9.                                              *
072100* ************************************************************** *
072200 600-BUILD-SEMESTER-SORT-KEY.
072300
072400     IF WS-SEM-IN-YEAR NOT NUMERIC
072500         MOVE '9999' TO WS-SEM-SORT-YEAR
072600         MOVE '9' TO WS-SEM-SORT-RANK
072700         GO TO 609-EXIT.
072800*    END-IF.
072900
073000     MOVE WS-SEM-IN-YEAR TO WS-SEM-SORT-YEAR.
073100     EVALUATE WS-SEM-IN-TERM
073200         WHEN 'SP'
073300             MOVE '1' TO WS-SEM-SORT-RANK
073400         WHEN 'SU'
073500             MOVE '2' TO WS-SEM-SORT-RANK
073600         WHEN 'FA'
073700             MOVE '3' TO WS-SEM-SORT-RANK
073800         WHEN OTHER
073900             MOVE '9999' TO WS-SEM-SORT-YEAR
074000             MOVE '9' TO WS-SEM-SORT-RANK
074100     END-EVALUATE.
074200
074300 609-EXIT.
074400     EXIT.
