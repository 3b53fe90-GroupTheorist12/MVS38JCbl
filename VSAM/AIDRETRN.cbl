000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AIDRETRN.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* RETURN OF TITLE IV FUNDS FOR COMPLETE WITHDRAWALS.  DRPRFND   *
000900* REFUNDS TUITION ONLY; WHEN A STUDENT ON FEDERAL AID WITHDRAWS *
001000* FROM EVERY COURSE IN THE TERM, THE AID NOT YET EARNED MUST GO *
001100* BACK TO THE AID PROGRAMS.  THIS RUN PASSES THE STUDENT MASTER *
001200* FOR THE SEMESTER ON THE SYSIN CARD AND PICKS OUT EACH STUDENT *
001300* WHO HAS A WITHDRAWN ('X') SEAT AND NO ENROLLED ('E') OR       *
001400* INCOMPLETE ('I') SEAT LEFT.  THE WITHDRAWAL DATE IS THE       *
001500* LATEST CIR-DROP-DATE OF THOSE SEATS.  FOR EACH SUCH STUDENT:  *
001600*   - THE PERCENT OF THE TERM COMPLETED IS THE CALENDAR DAYS    *
001700*     FROM SMR-START-DATE THROUGH THE WITHDRAWAL DATE OVER THE  *
001800*     DAYS FROM SMR-START-DATE THROUGH SMR-END-DATE (SHARED     *
001900*     DAYDIFF ROUTINE), ROUNDED TO A TENTH OF A PERCENT.  PAST  *
002000*     60 PERCENT ALL AID IS EARNED;                             *
002100*   - THE TITLE IV AID DISBURSED IS THE AIDTBL DISBURSED        *
002200*     FIGURE OF EVERY AWARD FOR THE SEMESTER WHOSE SOURCE CODE  *
002300*     IS ON THE RETURN-ORDER TABLE.  OTHER SOURCES (SCHL AND    *
002400*     THE LIKE) ARE INSTITUTIONAL AND ARE LEFT ALONE;           *
002500*   - EARNED AID IS THE DISBURSED TOTAL TIMES THE PERCENT       *
002600*     COMPLETED; THE REST IS UNEARNED AND IS RETURNED, TAKEN    *
002700*     FROM THE AWARDS IN THE FEDERAL RETURN ORDER (LOANS        *
002800*     FIRST, THEN GRANTS).  EACH AWARD'S DISBURSED FIGURE IS    *
002900*     REDUCED BY ITS SHARE, THE STUDENT'S ARBAL BALANCE IS      *
003000*     CHARGED BACK, AND A 'T4R' RECORD PER AWARD IS APPENDED TO *
003100*     ARDETL;                                                   *
003200*   - A ONE-PAGE WORKSHEET FOR THE AID FILE IS PRINTED ON       *
003300*     DDNAME WORKSHT, AND THE CALCULATION IS KEPT ON THE RTNTBL *
003400*     CLUSTER (KEYED STUDENT-ID + SEMESTER), SO A RERUN NEVER   *
003500*     RETURNS THE SAME WITHDRAWAL TWICE.                        *
003600* THE REGISTER (SYSPRINT) LISTS EVERY COMPLETE WITHDRAWAL FOUND *
003700* AND WHAT WAS DONE.  A STUDENT WITH NO ARBAL RECORD IS LISTED  *
003800* AND LEFT FOR A RERUN; THE STEP THEN ENDS RC 8.                *
003900*                                                               *
004000* SYSIN CARD: COLS 1-6 SEMESTER, 7-14 OPERATOR ID FOR THE       *
004100* VSIOAUD TRAIL.                                                *
004200*                                                               *
004300* MODIFICATION HISTORY.                                         *
004400*   DATE       INIT  DESCRIPTION                                *
004500*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004600* ************************************************************* *
004700
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. IBM-370.
005100 OBJECT-COMPUTER. IBM-370.
005200
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500
005600     SELECT CONTROL-CARD-FILE
005700         ASSIGN TO UT-S-SYSIN.
005800
005900     SELECT REPORT-FILE
006000         ASSIGN TO UR-1403-S-SYSPRINT.
006100
006200     SELECT WORKSHEET-FILE
006300         ASSIGN TO UR-1403-S-WORKSHT.
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
007400     02  CC-OPERATOR-ID          PIC X(08).
007500     02  FILLER                  PIC X(66).
007600
007700 FD  REPORT-FILE
007800     LABEL RECORDS ARE OMITTED
007900     RECORD CONTAINS 132 CHARACTERS
008000     BLOCK CONTAINS 0 RECORDS
008100     DATA RECORD IS REPORT-LINE.
008200 01  REPORT-LINE                 PIC X(132).
008300
008400 FD  WORKSHEET-FILE
008500     LABEL RECORDS ARE OMITTED
008600     RECORD CONTAINS 132 CHARACTERS
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS WORKSHEET-LINE.
008900 01  WORKSHEET-LINE              PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009300     88  END-OF-FILE                         VALUE 'Y'.
009400
009500 77  STUDENT-ACTIVE-SWITCH       PIC X(01)   VALUE 'N'.
009600     88  STUDENT-ACTIVE                      VALUE 'Y'.
009700
009800 77  WS-SCAN-DONE-SWITCH         PIC X(01)   VALUE 'N'.
009900     88  WS-SCAN-DONE                        VALUE 'Y'.
010000
010100 77  WITHDRAWAL-COUNTER          PIC S9(8) COMP  VALUE ZERO.
010200 77  RETURNED-COUNTER            PIC S9(8) COMP  VALUE ZERO.
010300 77  ALL-EARNED-COUNTER          PIC S9(8) COMP  VALUE ZERO.
010400 77  NO-AID-COUNTER              PIC S9(8) COMP  VALUE ZERO.
010500 77  SKIPPED-COUNTER             PIC S9(8) COMP  VALUE ZERO.
010600 77  WORKSHEET-COUNTER           PIC S9(8) COMP  VALUE ZERO.
010700 77  JOURNAL-COUNTER             PIC S9(8) COMP  VALUE ZERO.
010800 77  ERROR-COUNTER               PIC S9(8) COMP  VALUE ZERO.
010900
011000 77  ATE-COUNT                   PIC S9(4) COMP  VALUE ZERO.
011100 77  ATE-IDX                     PIC S9(4) COMP  VALUE ZERO.
011200 77  ATE-LIMIT                   PIC S9(4) COMP  VALUE +20.
011300 77  ORD-IDX                     PIC S9(4) COMP  VALUE ZERO.
011400
011500 01  WS-GRAND-RETURNED           PIC S9(7)V99 COMP-3 VALUE ZERO.
011600
011700 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
011800 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
011900     02  WS-RUN-YY               PIC 9(02).
012000     02  WS-RUN-MM               PIC 9(02).
012100     02  WS-RUN-DD               PIC 9(02).
012200 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
012300 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
012400     02  WS-TODAY-CCYY           PIC 9(04).
012500     02  WS-TODAY-MM             PIC 9(02).
012600     02  WS-TODAY-DD             PIC 9(02).
012700
012800 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
012900
013000 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
013100
013200 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013300 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013400 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
013500 01  AWARD-FILE                  COPY VSAMIOFB.
013600 01  RETURN-FILE                 COPY VSAMIOFB.
013700 01  BALANCE-FILE                COPY VSAMIOFB.
013800 01  AR-DETAIL-FILE              COPY VSAMIOFB.
013900
014000* ************************************************************** *
014100* TITLE IV SOURCE CODES IN THE ORDER UNEARNED AID IS RETURNED:   *
014200* STAFFORD LOANS, PERKINS LOANS, PLUS LOANS, PELL GRANTS, SEOG.  *
014300* A SOURCE CODE NOT ON THIS TABLE IS NOT TITLE IV AID.           *
014400* ************************************************************** *
014500 01  RETURN-ORDER-VALUES.
014600     02  FILLER                  PIC X(20) VALUE
014700         'STLNPRKNPLUSPELLSEOG'.
014800 01  RETURN-ORDER-TABLE REDEFINES RETURN-ORDER-VALUES.
014900     02  ROT-SOURCE-CODE         PIC X(04) OCCURS 5 TIMES.
015000 01  ROT-COUNT                   PIC S9(4) COMP  VALUE +5.
015100
015200* ************************************************************** *
015300* THE CURRENT STUDENT'S AWARDS FOR THE SEMESTER, LOADED FROM     *
015400* AIDTBL, WITH THE SHARE OF THE RETURN TAKEN FROM EACH.          *
015500* ************************************************************** *
015600 01  AWARD-TABLE.
015700     02  AWARD-TABLE-ENTRY OCCURS 20 TIMES.
015800         03  ATE-SOURCE-CODE     PIC X(04).
015900         03  ATE-AMOUNT          PIC 9(5)V99.
016000         03  ATE-DISBURSED       PIC 9(5)V99.
016100         03  ATE-RETURNED        PIC 9(5)V99.
016200         03  ATE-TITLE-IV-SW     PIC X(01).
016300             88  ATE-TITLE-IV            VALUE 'Y'.
016400
016500 01  AWARD-RECORD.
016600     02  AWD-STUDENT-ID          PIC X(07).
016700     02  AWD-SEMESTER            PIC X(06).
016800     02  AWD-SOURCE-CODE         PIC X(04).
016900     02  AWD-AMOUNT              PIC 9(5)V99.
017000     02  AWD-DISBURSED           PIC 9(5)V99.
017100
017200* ************************************************************** *
017300* ONE RETURN CALCULATION (RTNTBL, 80 BYTES, KEYED STUDENT-ID +   *
017400* SEMESTER).  WRITTEN ONCE THE CALCULATION IS POSTED, INCLUDING  *
017500* A WITHDRAWAL PAST 60 PERCENT WITH NOTHING TO RETURN.           *
017600* ************************************************************** *
017700 01  RETURN-RECORD.
017800     02  RTN-STUDENT-ID          PIC X(07).
017900     02  RTN-SEMESTER            PIC X(06).
018000     02  RTN-WITHDRAWAL-DATE     PIC 9(08).
018100     02  RTN-DAYS-COMPLETED      PIC 9(03).
018200     02  RTN-DAYS-IN-TERM        PIC 9(03).
018300     02  RTN-PCT-COMPLETED       PIC 9(3)V9.
018400     02  RTN-TITLE-IV-DISBURSED  PIC 9(5)V99.
018500     02  RTN-EARNED              PIC 9(5)V99.
018600     02  RTN-UNEARNED            PIC 9(5)V99.
018700     02  RTN-CALCULATED-DATE     PIC 9(08).
018800     02  RTN-OPERATOR-ID         PIC X(08).
018900     02  FILLER                  PIC X(12).
019000
019100 01  BALANCE-RECORD.
019200     02  ABR-STUDENT-ID          PIC X(07).
019300     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
019400     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
019500     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
019600
019700 01  AR-DETAIL-RECORD.
019800     02  ARD-STUDENT-ID          PIC X(07).
019900     02  ARD-POST-DATE           PIC 9(08).
020000     02  ARD-TYPE                PIC X(03).
020100     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
020200     02  ARD-REFERENCE           PIC X(20).
020300     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
020400     02  FILLER                  PIC X(14).
020500
020600 01  STUDENT-RECORD-AREA         PIC X(83).
020700
020800 01  STUDENT-INFO-RECORD.
020900     02  SIR-STUDENT-ID          PIC X(07).
021000     02  SIR-KEY-ID              PIC 9(03).
021100     02  SIR-NAME                PIC X(22).
021200     02  FILLER                  PIC X(51).
021300
021400 01  COURSE-INFO-RECORD.
021500     02  CIR-STUDENT-ID          PIC X(07).
021600     02  CIR-KEY-ID              PIC 9(03).
021700     02  CIR-COURSE-ID           PIC 9(06).
021800     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
021900     02  CIR-STATUS              PIC X(01).
022000         88  CIR-ENROLLED                VALUE 'E'.
022100         88  CIR-WITHDRAWN               VALUE 'X'.
022200         88  CIR-INCOMPLETE              VALUE 'I'.
022300     02  CIR-SEMESTER            PIC X(06).
022400     02  CIR-ENROLL-DATE         PIC 9(08).
022500     02  CIR-DROP-DATE           PIC 9(08).
022600
022700 01  SEMESTER-TABLE-RECORD.
022800     02  SMR-CODE                PIC X(06).
022900     02  SMR-DESCRIPTION         PIC X(20).
023000     02  SMR-START-DATE          PIC 9(08).
023100     02  SMR-END-DATE            PIC 9(08).
023200     02  FILLER                  PIC X(82).
023300
023400* ************************************************************** *
023500* THE STUDENT CURRENTLY BEING PASSED AND THE CALCULATION.        *
023600* ************************************************************** *
023700 01  CURRENT-STUDENT-FIELDS.
023800     02  WS-CURRENT-ID           PIC X(07).
023900     02  WS-CURRENT-NAME         PIC X(22).
024000     02  WS-ACTIVE-SEATS         PIC S9(4) COMP  VALUE ZERO.
024100     02  WS-WITHDRAWN-SEATS      PIC S9(4) COMP  VALUE ZERO.
024200     02  WS-WITHDRAWAL-DATE      PIC 9(08)   VALUE ZERO.
024300     02  WS-DAYS-IN-TERM         PIC S9(5) COMP-3 VALUE ZERO.
024400     02  WS-DAYS-COMPLETED       PIC S9(5) COMP-3 VALUE ZERO.
024500     02  WS-PCT-COMPLETED        PIC 9(3)V9  VALUE ZERO.
024600     02  WS-PCT-EARNED           PIC 9(3)V9  VALUE ZERO.
024700     02  WS-TITLE-IV-DISBURSED   PIC S9(7)V99 COMP-3 VALUE ZERO.
024800     02  WS-EARNED               PIC S9(7)V99 COMP-3 VALUE ZERO.
024900     02  WS-UNEARNED             PIC S9(7)V99 COMP-3 VALUE ZERO.
025000     02  WS-LEFT-TO-RETURN       PIC S9(7)V99 COMP-3 VALUE ZERO.
025100     02  WS-POSTING-ERROR-SW     PIC X(01).
025200         88  WS-POSTING-ERROR            VALUE 'Y'.
025300
025400 01  HEADING-LINE-1.
025500     02  FILLER                  PIC X(46) VALUE
025600         'AIDRETRN - RETURN OF TITLE IV FUNDS REGISTER -'.
025700     02  FILLER                  PIC X(01) VALUE SPACES.
025800     02  HL1-SEMESTER            PIC X(06).
025900     02  FILLER                  PIC X(79) VALUE SPACES.
026000
026100 01  HEADING-LINE-2.
026200     02  FILLER                  PIC X(09) VALUE 'STUDENT'.
026300     02  FILLER                  PIC X(24) VALUE 'NAME'.
026400     02  FILLER                  PIC X(10) VALUE 'WITHDRAWN'.
026500     02  FILLER                  PIC X(08) VALUE '   PCT'.
026600     02  FILLER                  PIC X(11) VALUE '  DISBURSED'.
026700     02  FILLER                  PIC X(11) VALUE '     EARNED'.
026800     02  FILLER                  PIC X(11) VALUE '   RETURNED'.
026900     02  FILLER                  PIC X(02) VALUE SPACES.
027000     02  FILLER                  PIC X(46) VALUE 'DISPOSITION'.
027100
027200 01  REGISTER-LINE.
027300     02  RL-STUDENT-ID           PIC X(07).
027400     02  FILLER                  PIC X(02) VALUE SPACES.
027500     02  RL-NAME                 PIC X(22).
027600     02  FILLER                  PIC X(02) VALUE SPACES.
027700     02  RL-WITHDRAWAL-DATE      PIC 9(08).
027800     02  FILLER                  PIC X(02) VALUE SPACES.
027900     02  RL-PCT                  PIC ZZ9.9.
028000     02  FILLER                  PIC X(03) VALUE SPACES.
028100     02  RL-DISBURSED            PIC ZZ,ZZ9.99.
028200     02  FILLER                  PIC X(02) VALUE SPACES.
028300     02  RL-EARNED               PIC ZZ,ZZ9.99.
028400     02  FILLER                  PIC X(02) VALUE SPACES.
028500     02  RL-RETURNED             PIC ZZ,ZZ9.99.
028600     02  FILLER                  PIC X(02) VALUE SPACES.
028700     02  RL-DISPOSITION          PIC X(30).
028800     02  FILLER                  PIC X(18) VALUE SPACES.
028900
029000 01  NO-WITHDRAWALS-LINE.
029100     02  FILLER                  PIC X(42) VALUE
029200         '*** NO COMPLETE WITHDRAWALS THIS SEMESTER '.
029300     02  FILLER                  PIC X(90) VALUE SPACES.
029400
029500 01  TOTAL-LINE-1.
029600     02  FILLER                  PIC X(22) VALUE
029700         'COMPLETE WITHDRAWALS: '.
029800     02  TL-WITHDRAWALS          PIC ZZZZ9.
029900     02  FILLER                  PIC X(12) VALUE '  RETURNED: '.
030000     02  TL-RETURNED             PIC ZZZZ9.
030100     02  FILLER                  PIC X(09) VALUE '  TOTAL: '.
030200     02  TL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
030300     02  FILLER                  PIC X(14) VALUE '  ALL EARNED: '.
030400     02  TL-ALL-EARNED           PIC ZZZZ9.
030500     02  FILLER                  PIC X(48) VALUE SPACES.
030600
030700 01  TOTAL-LINE-2.
030800     02  FILLER                  PIC X(14) VALUE
030900         'NO TITLE IV: '.
031000     02  TL-NO-AID               PIC ZZZZ9.
031100     02  FILLER                  PIC X(24) VALUE
031200         '  ALREADY CALCULATED: '.
031300     02  TL-SKIPPED              PIC ZZZZ9.
031400     02  FILLER                  PIC X(13) VALUE '  JOURNALS: '.
031500     02  TL-JOURNALS             PIC ZZZZ9.
031600     02  FILLER                  PIC X(10) VALUE '  ERRORS: '.
031700     02  TL-ERRORS               PIC ZZZZ9.
031800     02  FILLER                  PIC X(51) VALUE SPACES.
031900
032000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
032100
032200* ************************************************************** *
032300* WORKSHEET LINES, ONE PAGE PER STUDENT FOR THE AID FILE.        *
032400* ************************************************************** *
032500 01  WORKSHEET-HEAD-LINE.
032600     02  FILLER                  PIC X(40) VALUE
032700         'RETURN OF TITLE IV FUNDS WORKSHEET      '.
032800     02  FILLER                  PIC X(10) VALUE 'SEMESTER  '.
032900     02  WHL-SEMESTER            PIC X(06).
033000     02  FILLER                  PIC X(76) VALUE SPACES.
033100
033200 01  WORKSHEET-STUDENT-LINE.
033300     02  FILLER                  PIC X(10) VALUE 'STUDENT   '.
033400     02  WSL-STUDENT-ID          PIC X(07).
033500     02  FILLER                  PIC X(02) VALUE SPACES.
033600     02  WSL-NAME                PIC X(22).
033700     02  FILLER                  PIC X(91) VALUE SPACES.
033800
033900 01  WORKSHEET-DATE-LINE.
034000     02  WDL-LABEL               PIC X(30).
034100     02  WDL-DATE                PIC 9(08).
034200     02  FILLER                  PIC X(94) VALUE SPACES.
034300
034400 01  WORKSHEET-DAYS-LINE.
034500     02  FILLER                  PIC X(30) VALUE
034600         'DAYS COMPLETED / IN TERM'.
034700     02  WYL-DAYS-COMPLETED      PIC ZZ9.
034800     02  FILLER                  PIC X(03) VALUE ' / '.
034900     02  WYL-DAYS-IN-TERM        PIC ZZ9.
035000     02  FILLER                  PIC X(93) VALUE SPACES.
035100
035200 01  WORKSHEET-PCT-LINE.
035300     02  WPL-LABEL               PIC X(30).
035400     02  WPL-PCT                 PIC ZZ9.9.
035500     02  FILLER                  PIC X(01) VALUE '%'.
035600     02  FILLER                  PIC X(02) VALUE SPACES.
035700     02  WPL-NOTE                PIC X(40).
035800     02  FILLER                  PIC X(54) VALUE SPACES.
035900
036000 01  WORKSHEET-COLUMN-LINE.
036100     02  FILLER                  PIC X(08) VALUE 'SOURCE'.
036200     02  FILLER                  PIC X(12) VALUE '       AWARD'.
036300     02  FILLER                  PIC X(12) VALUE '   DISBURSED'.
036400     02  FILLER                  PIC X(12) VALUE '    RETURNED'.
036500     02  FILLER                  PIC X(12) VALUE '   REMAINING'.
036600     02  FILLER                  PIC X(02) VALUE SPACES.
036700     02  FILLER                  PIC X(74) VALUE 'NOTE'.
036800
036900 01  WORKSHEET-AWARD-LINE.
037000     02  WAL-SOURCE-CODE         PIC X(04).
037100     02  FILLER                  PIC X(04) VALUE SPACES.
037200     02  WAL-AMOUNT              PIC ZZ,ZZ9.99.
037300     02  FILLER                  PIC X(03) VALUE SPACES.
037400     02  WAL-DISBURSED           PIC ZZ,ZZ9.99.
037500     02  FILLER                  PIC X(03) VALUE SPACES.
037600     02  WAL-RETURNED            PIC ZZ,ZZ9.99.
037700     02  FILLER                  PIC X(03) VALUE SPACES.
037800     02  WAL-REMAINING           PIC ZZ,ZZ9.99.
037900     02  FILLER                  PIC X(02) VALUE SPACES.
038000     02  WAL-NOTE                PIC X(20).
038100     02  FILLER                  PIC X(57) VALUE SPACES.
038200
038300 01  WORKSHEET-AMOUNT-LINE.
038400     02  WML-LABEL               PIC X(30).
038500     02  WML-AMOUNT              PIC Z,ZZZ,ZZ9.99.
038600     02  FILLER                  PIC X(90) VALUE SPACES.
038700
038800 01  WORKSHEET-PREPARED-LINE.
038900     02  FILLER                  PIC X(12) VALUE 'PREPARED    '.
039000     02  WPR-DATE                PIC 9(08).
039100     02  FILLER                  PIC X(04) VALUE ' BY '.
039200     02  WPR-OPERATOR-ID         PIC X(08).
039300     02  FILLER                  PIC X(100) VALUE SPACES.
039400
039500 PROCEDURE DIVISION.
039600
039700 000-INITIATE.
039800
039900     DISPLAY 'AIDRETRN: RETURN OF TITLE IV FUNDS'.
040000     DISPLAY '----------------------------------'.
040100     DISPLAY ' '.
040200
040300     OPEN INPUT CONTROL-CARD-FILE.
040400     MOVE SPACES TO CONTROL-CARD-RECORD.
040500     READ CONTROL-CARD-FILE
040600         AT END
040700             DISPLAY 'AIDRETRN: NO CONTROL CARD SUPPLIED - '
040800                     'STOPPING'
040900             STOP RUN.
041000*    END-READ.
041100     CLOSE CONTROL-CARD-FILE.
041200
041300     IF CC-SEMESTER EQUAL SPACES
041400         DISPLAY 'AIDRETRN: SEMESTER IS BLANK - STOPPING'
041500         STOP RUN.
041600*    END-IF.
041700     IF CC-OPERATOR-ID EQUAL SPACES
041800         DISPLAY 'AIDRETRN: NO OPERATOR ID ON CONTROL CARD - '
041900                 'STOPPING'
042000         STOP RUN.
042100*    END-IF.
042200
042300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
042400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
042500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
042600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
042700     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
042800     MOVE WS-RUN-MM TO WS-TODAY-MM.
042900     MOVE WS-RUN-DD TO WS-TODAY-DD.
043000
043100     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
043200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
043300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
043400     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
043500     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
043600     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
043700     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
043800     MOVE VSIO-OPEN TO VSIO-COMMAND.
043900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044000                         SEMESTER-TABLE-FILE,
044100                         SEMESTER-TABLE-RECORD.
044200*    END-CALL.
044300     IF NOT VSIO-SUCCESS
044400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044500         STOP RUN.
044600*    END-IF.
044700
044800     MOVE SPACES TO SEMESTER-TABLE-RECORD.
044900     MOVE CC-SEMESTER TO SMR-CODE.
045000     MOVE VSIO-READ TO VSIO-COMMAND.
045100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045200                         SEMESTER-TABLE-FILE,
045300                         SEMESTER-TABLE-RECORD.
045400*    END-CALL.
045500     IF NOT VSIO-SUCCESS
045600         DISPLAY 'AIDRETRN: SEMESTER ' CC-SEMESTER
045700                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
045800         MOVE +8 TO RETURN-CODE
045900         STOP RUN.
046000*    END-IF.
046100
046200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
046300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046400                         SEMESTER-TABLE-FILE,
046500                         SEMESTER-TABLE-RECORD.
046600*    END-CALL.
046700
046800     IF SMR-START-DATE NOT NUMERIC
046900     OR SMR-END-DATE NOT NUMERIC
047000     OR SMR-END-DATE NOT GREATER THAN SMR-START-DATE
047100         DISPLAY 'AIDRETRN: SEMESTER ' CC-SEMESTER
047200                 ' HAS NO USABLE START/END DATES - STOPPING'
047300         MOVE +8 TO RETURN-CODE
047400         STOP RUN.
047500*    END-IF.
047600
047700     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
047800     MOVE SMR-START-DATE TO DDIF-FROM-DATE.
047900     MOVE SMR-END-DATE TO DDIF-TO-DATE.
048000     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
048100     IF NOT DDIF-SUCCESS
048200         DISPLAY 'AIDRETRN: SEMESTER ' CC-SEMESTER
048300                 ' HAS NO USABLE START/END DATES - STOPPING'
048400         MOVE +8 TO RETURN-CODE
048500         STOP RUN.
048600*    END-IF.
048700     COMPUTE WS-DAYS-IN-TERM = DDIF-DAYS + 1.
048800
048900     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
049000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
049100     MOVE VSIO-SEQUENTIAL TO
049200         VSIO-ACCESS OF STUDENT-MASTER-FILE.
049300     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
049400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
049500     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
049600     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
049700     MOVE VSIO-OPEN TO VSIO-COMMAND.
049800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049900                         STUDENT-MASTER-FILE,
050000                         STUDENT-RECORD-AREA.
050100*    END-CALL.
050200     IF NOT VSIO-SUCCESS
050300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050400         STOP RUN.
050500*    END-IF.
050600
050700     MOVE 'AIDTBL' TO VSIO-DDNAME OF AWARD-FILE.
050800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AWARD-FILE.
050900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF AWARD-FILE.
051000     MOVE VSIO-I-O TO VSIO-MODE OF AWARD-FILE.
051100     MOVE +31 TO VSIO-RECORD-LENGTH OF AWARD-FILE.
051200     MOVE +0 TO VSIO-KEY-POSITION OF AWARD-FILE.
051300     MOVE +17 TO VSIO-KEY-LENGTH OF AWARD-FILE.
051400     MOVE VSIO-OPEN TO VSIO-COMMAND.
051500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051600                         AWARD-FILE,
051700                         AWARD-RECORD.
051800*    END-CALL.
051900     IF NOT VSIO-SUCCESS
052000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052100         STOP RUN.
052200*    END-IF.
052300
052400     MOVE 'RTNTBL' TO VSIO-DDNAME OF RETURN-FILE.
052500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURN-FILE.
052600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURN-FILE.
052700     MOVE VSIO-I-O TO VSIO-MODE OF RETURN-FILE.
052800     MOVE +80 TO VSIO-RECORD-LENGTH OF RETURN-FILE.
052900     MOVE +0 TO VSIO-KEY-POSITION OF RETURN-FILE.
053000     MOVE +13 TO VSIO-KEY-LENGTH OF RETURN-FILE.
053100     MOVE VSIO-OPEN TO VSIO-COMMAND.
053200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053300                         RETURN-FILE,
053400                         RETURN-RECORD.
053500*    END-CALL.
053600     IF NOT VSIO-SUCCESS
053700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053800         STOP RUN.
053900*    END-IF.
054000
054100     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
054200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
054300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
054400     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
054500     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
054600     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
054700     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
054800     MOVE VSIO-OPEN TO VSIO-COMMAND.
054900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055000                         BALANCE-FILE,
055100                         BALANCE-RECORD.
055200*    END-CALL.
055300     IF NOT VSIO-SUCCESS
055400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
055500         STOP RUN.
055600*    END-IF.
055700
055800     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
055900     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
056000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
056100     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
056200     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
056300     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
056400     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
056500     MOVE VSIO-OPEN TO VSIO-COMMAND.
056600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056700                         AR-DETAIL-FILE,
056800                         AR-DETAIL-RECORD.
056900*    END-CALL.
057000     IF NOT VSIO-SUCCESS
057100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057200         STOP RUN.
057300*    END-IF.
057400
057500     OPEN OUTPUT REPORT-FILE.
057600     OPEN OUTPUT WORKSHEET-FILE.
057700     MOVE CC-SEMESTER TO HL1-SEMESTER.
057800     WRITE REPORT-LINE FROM HEADING-LINE-1
057900         AFTER ADVANCING PAGE.
058000     WRITE REPORT-LINE FROM HEADING-LINE-2.
058100
058200     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
058300
058400 010-PROCESS.
058500
058600     PERFORM 110-PROCESS-RECORD
058700        THRU 119-EXIT
058800       UNTIL END-OF-FILE.
058900*    END-PERFORM.
059000
059100     IF STUDENT-ACTIVE
059200         PERFORM 130-CHECK-WITHDRAWAL THRU 139-EXIT.
059300*    END-IF.
059400
059500     IF WITHDRAWAL-COUNTER EQUAL ZERO
059600         WRITE REPORT-LINE FROM NO-WITHDRAWALS-LINE.
059700*    END-IF.
059800     MOVE SPACES TO VSIO-OPERATOR-ID.
059900
060000 020-TERMINATE.
060100
060200     MOVE WITHDRAWAL-COUNTER TO TL-WITHDRAWALS.
060300     MOVE RETURNED-COUNTER TO TL-RETURNED.
060400     MOVE WS-GRAND-RETURNED TO TL-AMOUNT.
060500     MOVE ALL-EARNED-COUNTER TO TL-ALL-EARNED.
060600     MOVE NO-AID-COUNTER TO TL-NO-AID.
060700     MOVE SKIPPED-COUNTER TO TL-SKIPPED.
060800     MOVE JOURNAL-COUNTER TO TL-JOURNALS.
060900     MOVE ERROR-COUNTER TO TL-ERRORS.
061000     WRITE REPORT-LINE FROM BLANK-LINE.
061100     WRITE REPORT-LINE FROM TOTAL-LINE-1.
061200     WRITE REPORT-LINE FROM TOTAL-LINE-2.
061300
061400     CLOSE REPORT-FILE.
061500     CLOSE WORKSHEET-FILE.
061600
061700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
061800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061900                         STUDENT-MASTER-FILE,
062000                         STUDENT-RECORD-AREA.
062100*    END-CALL.
062200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062300                         AWARD-FILE,
062400                         AWARD-RECORD.
062500*    END-CALL.
062600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062700                         RETURN-FILE,
062800                         RETURN-RECORD.
062900*    END-CALL.
063000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063100                         BALANCE-FILE,
063200                         BALANCE-RECORD.
063300*    END-CALL.
063400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063500                         AR-DETAIL-FILE,
063600                         AR-DETAIL-RECORD.
063700*    END-CALL.
063800
063900     IF ERROR-COUNTER GREATER THAN ZERO
064000         MOVE +8 TO RETURN-CODE.
064100*    END-IF.
064200
064300     DISPLAY 'AIDRETRN: COMPLETE WITHDRAWALS: '
064400         WITHDRAWAL-COUNTER.
064500     DISPLAY 'AIDRETRN: FUNDS RETURNED:       ' RETURNED-COUNTER.
064600     DISPLAY 'AIDRETRN: ALL AID EARNED:       '
064700         ALL-EARNED-COUNTER.
064800     DISPLAY 'AIDRETRN: NO TITLE IV AID:      ' NO-AID-COUNTER.
064900     DISPLAY 'AIDRETRN: ALREADY CALCULATED:   ' SKIPPED-COUNTER.
065000     DISPLAY 'AIDRETRN: WORKSHEETS PRINTED:   ' WORKSHEET-COUNTER.
065100     DISPLAY 'AIDRETRN: ERRORS:               ' ERROR-COUNTER.
065200     STOP RUN.
065300
065400* ************************************************************** *
065500* READS THE NEXT STUDENT-MASTER-FILE RECORD.  A STUDENT RECORD   *
065600* CLOSES OUT THE PREVIOUS STUDENT; EACH ENROLLMENT FOR THE       *
065700* SEMESTER IS COUNTED AS STILL ACTIVE OR WITHDRAWN.              *
065800* ************************************************************** *
065900 110-PROCESS-RECORD.
066000
066100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
066200     MOVE VSIO-READ TO VSIO-COMMAND.
066300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066400                         STUDENT-MASTER-FILE,
066500                         STUDENT-RECORD-AREA.
066600*    END-CALL.
066700     IF NOT VSIO-SUCCESS
066800         IF VSIO-END-OF-FILE
066900             MOVE 'Y' TO END-OF-FILE-SWITCH
067000             GO TO 119-EXIT
067100         ELSE
067200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067300             MOVE 'Y' TO END-OF-FILE-SWITCH
067400             GO TO 119-EXIT.
067500*        END-IF
067600*    END-IF.
067700
067800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
067900         IF STUDENT-ACTIVE
068000             PERFORM 130-CHECK-WITHDRAWAL THRU 139-EXIT
068100         END-IF
068200         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
068300         MOVE SIR-STUDENT-ID TO WS-CURRENT-ID
068400         MOVE SIR-NAME TO WS-CURRENT-NAME
068500         MOVE ZERO TO WS-ACTIVE-SEATS
068600         MOVE ZERO TO WS-WITHDRAWN-SEATS
068700         MOVE ZERO TO WS-WITHDRAWAL-DATE
068800         MOVE 'Y' TO STUDENT-ACTIVE-SWITCH
068900         GO TO 119-EXIT.
069000*    END-IF.
069100
069200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
069300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
069400         GO TO 119-EXIT.
069500*    END-IF.
069600
069700     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
069800     IF CIR-SEMESTER NOT EQUAL CC-SEMESTER
069900         GO TO 119-EXIT.
070000*    END-IF.
070100     IF CIR-ENROLLED
070200     OR CIR-INCOMPLETE
070300         ADD +1 TO WS-ACTIVE-SEATS
070400         GO TO 119-EXIT.
070500*    END-IF.
070600     IF NOT CIR-WITHDRAWN
070700         GO TO 119-EXIT.
070800*    END-IF.
070900     IF CIR-DROP-DATE NOT NUMERIC
071000     OR CIR-DROP-DATE EQUAL ZERO
071100         GO TO 119-EXIT.
071200*    END-IF.
071300     ADD +1 TO WS-WITHDRAWN-SEATS.
071400     IF CIR-DROP-DATE GREATER THAN WS-WITHDRAWAL-DATE
071500         MOVE CIR-DROP-DATE TO WS-WITHDRAWAL-DATE.
071600*    END-IF.
071700
071800 119-EXIT.
071900     EXIT.
072000
072100* ************************************************************** *
072200* A STUDENT WITH A WITHDRAWN SEAT AND NO ACTIVE SEAT LEFT IN THE *
072300* SEMESTER HAS WITHDRAWN COMPLETELY.  ONE ALREADY ON RTNTBL FOR  *
072400* THE SEMESTER HAS BEEN CALCULATED AND IS PASSED OVER.           *
072500* ************************************************************** *
072600 130-CHECK-WITHDRAWAL.
072700
072800     IF WS-WITHDRAWN-SEATS EQUAL ZERO
072900     OR WS-ACTIVE-SEATS GREATER THAN ZERO
073000         GO TO 139-EXIT.
073100*    END-IF.
073200     ADD +1 TO WITHDRAWAL-COUNTER.
073300
073400     MOVE WS-CURRENT-ID TO RL-STUDENT-ID.
073500     MOVE WS-CURRENT-NAME TO RL-NAME.
073600     MOVE WS-WITHDRAWAL-DATE TO RL-WITHDRAWAL-DATE.
073700     MOVE ZERO TO RL-PCT.
073800     MOVE ZERO TO RL-DISBURSED.
073900     MOVE ZERO TO RL-EARNED.
074000     MOVE ZERO TO RL-RETURNED.
074100
074200     MOVE SPACES TO RETURN-RECORD.
074300     MOVE WS-CURRENT-ID TO RTN-STUDENT-ID.
074400     MOVE CC-SEMESTER TO RTN-SEMESTER.
074500     MOVE VSIO-READ TO VSIO-COMMAND.
074600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
074700                         RETURN-FILE,
074800                         RETURN-RECORD.
074900*    END-CALL.
075000     IF VSIO-SUCCESS
075100         ADD +1 TO SKIPPED-COUNTER
075200         MOVE RTN-PCT-COMPLETED TO RL-PCT
075300         MOVE RTN-TITLE-IV-DISBURSED TO RL-DISBURSED
075400         MOVE RTN-EARNED TO RL-EARNED
075500         MOVE RTN-UNEARNED TO RL-RETURNED
075600         MOVE 'ALREADY CALCULATED' TO RL-DISPOSITION
075700         WRITE REPORT-LINE FROM REGISTER-LINE
075800         GO TO 139-EXIT.
075900*    END-IF.
076000     IF NOT VSIO-RECORD-NOT-FOUND
076100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
076200         ADD +1 TO ERROR-COUNTER
076300         MOVE +0 TO VSIO-RETURN-CODE
076400         MOVE 'RTNTBL READ FAILED' TO RL-DISPOSITION
076500         WRITE REPORT-LINE FROM REGISTER-LINE
076600         GO TO 139-EXIT.
076700*    END-IF.
076800     MOVE +0 TO VSIO-RETURN-CODE.
076900
077000     PERFORM 140-LOAD-AWARDS THRU 149-EXIT.
077100     MOVE WS-TITLE-IV-DISBURSED TO RL-DISBURSED.
077200     IF WS-TITLE-IV-DISBURSED NOT GREATER THAN ZERO
077300         ADD +1 TO NO-AID-COUNTER
077400         MOVE 'NO TITLE IV AID DISBURSED' TO RL-DISPOSITION
077500         WRITE REPORT-LINE FROM REGISTER-LINE
077600         GO TO 139-EXIT.
077700*    END-IF.
077800
077900     PERFORM 150-COMPUTE-RETURN THRU 159-EXIT.
078000
078100     IF WS-UNEARNED GREATER THAN ZERO
078200         PERFORM 200-POST-RETURN THRU 209-EXIT
078300         IF WS-POSTING-ERROR
078400             WRITE REPORT-LINE FROM REGISTER-LINE
078500             GO TO 139-EXIT.
078600*        END-IF
078700*    END-IF.
078800
078900     PERFORM 250-WRITE-RETURN-RECORD THRU 259-EXIT.
079000     PERFORM 300-PRINT-WORKSHEET THRU 309-EXIT.
079100
079200     IF WS-UNEARNED GREATER THAN ZERO
079300         ADD +1 TO RETURNED-COUNTER
079400         ADD WS-UNEARNED TO WS-GRAND-RETURNED
079500         MOVE 'UNEARNED AID RETURNED' TO RL-DISPOSITION
079600     ELSE
079700         ADD +1 TO ALL-EARNED-COUNTER
079800         MOVE 'ALL AID EARNED' TO RL-DISPOSITION.
079900*    END-IF.
080000     WRITE REPORT-LINE FROM REGISTER-LINE.
080100
080200 139-EXIT.
080300     EXIT.
080400
080500* ************************************************************** *
080600* LOADS THE STUDENT'S AIDTBL AWARDS FOR THE SEMESTER (KEY        *
080700* STUDENT-ID + SEMESTER + SOURCE, SO THEY ARE ADJACENT) AND      *
080800* TOTALS THE TITLE IV DISBURSEMENTS.                             *
080900* ************************************************************** *
081000 140-LOAD-AWARDS.
081100
081200     MOVE ZERO TO ATE-COUNT.
081300     MOVE ZERO TO WS-TITLE-IV-DISBURSED.
081400
081500     MOVE SPACES TO AWARD-RECORD.
081600     MOVE WS-CURRENT-ID TO AWD-STUDENT-ID.
081700     MOVE CC-SEMESTER TO AWD-SEMESTER.
081800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
081900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
082000                         AWARD-FILE,
082100                         AWARD-RECORD.
082200*    END-CALL.
082300     IF NOT VSIO-SUCCESS
082400         MOVE +0 TO VSIO-RETURN-CODE
082500         GO TO 149-EXIT.
082600*    END-IF.
082700
082800     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
082900     PERFORM 142-LOAD-ONE-AWARD
083000        THRU 142-EXIT
083100       UNTIL WS-SCAN-DONE.
083200*    END-PERFORM.
083300
083400 149-EXIT.
083500     EXIT.
083600
083700 142-LOAD-ONE-AWARD.
083800
083900     MOVE SPACES TO AWARD-RECORD (1:17).
084000     MOVE +31 TO VSIO-RECORD-LENGTH OF AWARD-FILE.
084100     MOVE VSIO-READ TO VSIO-COMMAND.
084200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
084300                         AWARD-FILE,
084400                         AWARD-RECORD.
084500*    END-CALL.
084600     IF NOT VSIO-SUCCESS
084700         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
084800         MOVE +0 TO VSIO-RETURN-CODE
084900         GO TO 142-EXIT.
085000*    END-IF.
085100     IF AWD-STUDENT-ID NOT EQUAL WS-CURRENT-ID
085200     OR AWD-SEMESTER NOT EQUAL CC-SEMESTER
085300         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
085400         GO TO 142-EXIT.
085500*    END-IF.
085600     IF ATE-COUNT NOT LESS THAN ATE-LIMIT
085700         DISPLAY 'AIDRETRN: MORE THAN 20 AWARDS FOR '
085800             WS-CURRENT-ID ' - REST IGNORED'
085900         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
086000         GO TO 142-EXIT.
086100*    END-IF.
086200
086300     ADD +1 TO ATE-COUNT.
086400     MOVE AWD-SOURCE-CODE TO ATE-SOURCE-CODE (ATE-COUNT).
086500     MOVE AWD-AMOUNT TO ATE-AMOUNT (ATE-COUNT).
086600     MOVE AWD-DISBURSED TO ATE-DISBURSED (ATE-COUNT).
086700     MOVE ZERO TO ATE-RETURNED (ATE-COUNT).
086800     MOVE 'N' TO ATE-TITLE-IV-SW (ATE-COUNT).
086900     PERFORM 144-CHECK-TITLE-IV
087000        THRU 144-EXIT
087100     VARYING ORD-IDX FROM 1 BY 1
087200       UNTIL ORD-IDX GREATER THAN ROT-COUNT.
087300*    END-PERFORM.
087400     IF ATE-TITLE-IV (ATE-COUNT)
087500         ADD AWD-DISBURSED TO WS-TITLE-IV-DISBURSED.
087600*    END-IF.
087700
087800 142-EXIT.
087900     EXIT.
088000
088100 144-CHECK-TITLE-IV.
088200
088300     IF ATE-SOURCE-CODE (ATE-COUNT) EQUAL
088400                                    ROT-SOURCE-CODE (ORD-IDX)
088500         MOVE 'Y' TO ATE-TITLE-IV-SW (ATE-COUNT).
088600*    END-IF.
088700
088800 144-EXIT.
088900     EXIT.
089000
089100* ************************************************************** *
089200* PERCENT OF THE TERM COMPLETED, AID EARNED AND UNEARNED, AND    *
089300* THE SHARE OF THE UNEARNED AID TAKEN FROM EACH AWARD.           *
089400* ************************************************************** *
089500 150-COMPUTE-RETURN.
089600
089700     MOVE ZERO TO WS-DAYS-COMPLETED.
089800     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
089900     MOVE SMR-START-DATE TO DDIF-FROM-DATE.
090000     MOVE WS-WITHDRAWAL-DATE TO DDIF-TO-DATE.
090100     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
090200     IF DDIF-SUCCESS
090300         COMPUTE WS-DAYS-COMPLETED = DDIF-DAYS + 1.
090400*    END-IF.
090500     IF WS-DAYS-COMPLETED LESS THAN ZERO
090600         MOVE ZERO TO WS-DAYS-COMPLETED.
090700*    END-IF.
090800     IF WS-DAYS-COMPLETED GREATER THAN WS-DAYS-IN-TERM
090900         MOVE WS-DAYS-IN-TERM TO WS-DAYS-COMPLETED.
091000*    END-IF.
091100
091200     COMPUTE WS-PCT-COMPLETED ROUNDED =
091300         WS-DAYS-COMPLETED * 100 / WS-DAYS-IN-TERM.
091400     IF WS-PCT-COMPLETED GREATER THAN 60.0
091500         MOVE 100 TO WS-PCT-EARNED
091600     ELSE
091700         MOVE WS-PCT-COMPLETED TO WS-PCT-EARNED.
091800*    END-IF.
091900
092000     COMPUTE WS-EARNED ROUNDED =
092100         WS-TITLE-IV-DISBURSED * WS-PCT-EARNED / 100.
092200     COMPUTE WS-UNEARNED = WS-TITLE-IV-DISBURSED - WS-EARNED.
092300
092400     MOVE WS-PCT-COMPLETED TO RL-PCT.
092500     MOVE WS-EARNED TO RL-EARNED.
092600     MOVE WS-UNEARNED TO RL-RETURNED.
092700
092800     MOVE WS-UNEARNED TO WS-LEFT-TO-RETURN.
092900     PERFORM 160-ALLOCATE-ONE-SOURCE
093000        THRU 169-EXIT
093100     VARYING ORD-IDX FROM 1 BY 1
093200       UNTIL ORD-IDX GREATER THAN ROT-COUNT.
093300*    END-PERFORM.
093400
093500 159-EXIT.
093600     EXIT.
093700
093800 160-ALLOCATE-ONE-SOURCE.
093900
094000     PERFORM 165-ALLOCATE-ONE-AWARD
094100        THRU 165-EXIT
094200     VARYING ATE-IDX FROM 1 BY 1
094300       UNTIL ATE-IDX GREATER THAN ATE-COUNT.
094400*    END-PERFORM.
094500
094600 169-EXIT.
094700     EXIT.
094800
094900 165-ALLOCATE-ONE-AWARD.
095000
095100     IF WS-LEFT-TO-RETURN NOT GREATER THAN ZERO
095200         GO TO 165-EXIT.
095300*    END-IF.
095400     IF ATE-SOURCE-CODE (ATE-IDX) NOT EQUAL
095500                                    ROT-SOURCE-CODE (ORD-IDX)
095600         GO TO 165-EXIT.
095700*    END-IF.
095800     IF ATE-DISBURSED (ATE-IDX) GREATER THAN WS-LEFT-TO-RETURN
095900         MOVE WS-LEFT-TO-RETURN TO ATE-RETURNED (ATE-IDX)
096000     ELSE
096100         MOVE ATE-DISBURSED (ATE-IDX) TO ATE-RETURNED (ATE-IDX).
096200*    END-IF.
096300     SUBTRACT ATE-RETURNED (ATE-IDX) FROM WS-LEFT-TO-RETURN.
096400
096500 165-EXIT.
096600     EXIT.
096700
096800* ************************************************************** *
096900* POSTS THE RETURN: THE STUDENT'S ARBAL BALANCE IS CHARGED BACK  *
097000* THE UNEARNED AID, EACH AWARD'S DISBURSED FIGURE IS REDUCED BY  *
097100* ITS SHARE, AND A 'T4R' JOURNAL RECORD IS WRITTEN PER AWARD.    *
097200* NO ARBAL RECORD LEAVES THE STUDENT UNPOSTED FOR A RERUN.       *
097300* ************************************************************** *
097400 200-POST-RETURN.
097500
097600     MOVE 'N' TO WS-POSTING-ERROR-SW.
097700     MOVE SPACES TO BALANCE-RECORD.
097800     MOVE WS-CURRENT-ID TO ABR-STUDENT-ID.
097900     MOVE VSIO-READ TO VSIO-COMMAND.
098000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
098100                         BALANCE-FILE,
098200                         BALANCE-RECORD.
098300*    END-CALL.
098400     IF NOT VSIO-SUCCESS
098500         MOVE 'Y' TO WS-POSTING-ERROR-SW
098600         ADD +1 TO ERROR-COUNTER
098700         MOVE 'NO BALANCE ON FILE' TO RL-DISPOSITION
098800         MOVE +0 TO VSIO-RETURN-CODE
098900         GO TO 209-EXIT.
099000*    END-IF.
099100
099200     PERFORM 210-RETURN-ONE-AWARD
099300        THRU 219-EXIT
099400     VARYING ATE-IDX FROM 1 BY 1
099500       UNTIL ATE-IDX GREATER THAN ATE-COUNT.
099600*    END-PERFORM.
099700
099800     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
099900     MOVE VSIO-REWRITE TO VSIO-COMMAND.
100000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
100100                         BALANCE-FILE,
100200                         BALANCE-RECORD.
100300*    END-CALL.
100400     IF NOT VSIO-SUCCESS
100500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
100600         ADD +1 TO ERROR-COUNTER
100700         MOVE +0 TO VSIO-RETURN-CODE.
100800*    END-IF.
100900
101000 209-EXIT.
101100     EXIT.
101200
101300 210-RETURN-ONE-AWARD.
101400
101500     IF ATE-RETURNED (ATE-IDX) NOT GREATER THAN ZERO
101600         GO TO 219-EXIT.
101700*    END-IF.
101800
101900     MOVE SPACES TO AWARD-RECORD.
102000     MOVE WS-CURRENT-ID TO AWD-STUDENT-ID.
102100     MOVE CC-SEMESTER TO AWD-SEMESTER.
102200     MOVE ATE-SOURCE-CODE (ATE-IDX) TO AWD-SOURCE-CODE.
102300     MOVE +31 TO VSIO-RECORD-LENGTH OF AWARD-FILE.
102400     MOVE VSIO-READ TO VSIO-COMMAND.
102500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
102600                         AWARD-FILE,
102700                         AWARD-RECORD.
102800*    END-CALL.
102900     IF NOT VSIO-SUCCESS
103000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
103100         ADD +1 TO ERROR-COUNTER
103200         MOVE +0 TO VSIO-RETURN-CODE
103300         GO TO 219-EXIT.
103400*    END-IF.
103500     SUBTRACT ATE-RETURNED (ATE-IDX) FROM AWD-DISBURSED.
103600     MOVE +31 TO VSIO-RECORD-LENGTH OF AWARD-FILE.
103700     MOVE VSIO-REWRITE TO VSIO-COMMAND.
103800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
103900                         AWARD-FILE,
104000                         AWARD-RECORD.
104100*    END-CALL.
104200     IF NOT VSIO-SUCCESS
104300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
104400         ADD +1 TO ERROR-COUNTER
104500         MOVE +0 TO VSIO-RETURN-CODE
104600         GO TO 219-EXIT.
104700*    END-IF.
104800
104900     ADD ATE-RETURNED (ATE-IDX) TO ABR-BALANCE.
105000     MOVE SPACES TO AR-DETAIL-RECORD.
105100     MOVE WS-CURRENT-ID TO ARD-STUDENT-ID.
105200     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
105300     MOVE 'T4R' TO ARD-TYPE.
105400     MOVE ATE-RETURNED (ATE-IDX) TO ARD-AMOUNT.
105500     MOVE SPACES TO ARD-REFERENCE.
105600     MOVE CC-SEMESTER TO ARD-REFERENCE (1:6).
105700     MOVE ATE-SOURCE-CODE (ATE-IDX) TO ARD-REFERENCE (8:4).
105800     MOVE ABR-BALANCE TO ARD-BALANCE.
105900     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
106000     MOVE VSIO-WRITE TO VSIO-COMMAND.
106100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
106200                         AR-DETAIL-FILE,
106300                         AR-DETAIL-RECORD.
106400*    END-CALL.
106500     IF NOT VSIO-SUCCESS
106600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
106700         ADD +1 TO ERROR-COUNTER
106800         MOVE +0 TO VSIO-RETURN-CODE
106900         GO TO 219-EXIT.
107000*    END-IF.
107100     ADD +1 TO JOURNAL-COUNTER.
107200
107300 219-EXIT.
107400     EXIT.
107500
107600* ************************************************************** *
107700* KEEPS THE CALCULATION ON RTNTBL SO IT IS NEVER REPEATED.       *
107800* ************************************************************** *
107900 250-WRITE-RETURN-RECORD.
108000
108100     MOVE SPACES TO RETURN-RECORD.
108200     MOVE WS-CURRENT-ID TO RTN-STUDENT-ID.
108300     MOVE CC-SEMESTER TO RTN-SEMESTER.
108400     MOVE WS-WITHDRAWAL-DATE TO RTN-WITHDRAWAL-DATE.
108500     MOVE WS-DAYS-COMPLETED TO RTN-DAYS-COMPLETED.
108600     MOVE WS-DAYS-IN-TERM TO RTN-DAYS-IN-TERM.
108700     MOVE WS-PCT-COMPLETED TO RTN-PCT-COMPLETED.
108800     MOVE WS-TITLE-IV-DISBURSED TO RTN-TITLE-IV-DISBURSED.
108900     MOVE WS-EARNED TO RTN-EARNED.
109000     MOVE WS-UNEARNED TO RTN-UNEARNED.
109100     MOVE WS-TODAY-CCYYMMDD TO RTN-CALCULATED-DATE.
109200     MOVE CC-OPERATOR-ID TO RTN-OPERATOR-ID.
109300     MOVE +80 TO VSIO-RECORD-LENGTH OF RETURN-FILE.
109400     MOVE VSIO-WRITE TO VSIO-COMMAND.
109500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
109600                         RETURN-FILE,
109700                         RETURN-RECORD.
109800*    END-CALL.
109900     IF NOT VSIO-SUCCESS
110000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
110100         ADD +1 TO ERROR-COUNTER
110200         MOVE +0 TO VSIO-RETURN-CODE.
110300*    END-IF.
110400
110500 259-EXIT.
110600     EXIT.
110700
110800* ************************************************************** *
110900* ONE WORKSHEET PAGE FOR THE AID FILE: THE TERM, THE WITHDRAWAL, *
111000* THE PERCENT COMPLETED, EACH AWARD WITH ITS SHARE RETURNED, AND *
111100* THE EARNED AND UNEARNED TOTALS.                                *
111200* ************************************************************** *
111300 300-PRINT-WORKSHEET.
111400
111500     MOVE CC-SEMESTER TO WHL-SEMESTER.
111600     WRITE WORKSHEET-LINE FROM WORKSHEET-HEAD-LINE
111700         AFTER ADVANCING PAGE.
111800     WRITE WORKSHEET-LINE FROM BLANK-LINE.
111900     MOVE WS-CURRENT-ID TO WSL-STUDENT-ID.
112000     MOVE WS-CURRENT-NAME TO WSL-NAME.
112100     WRITE WORKSHEET-LINE FROM WORKSHEET-STUDENT-LINE.
112200     WRITE WORKSHEET-LINE FROM BLANK-LINE.
112300
112400     MOVE 'TERM START DATE' TO WDL-LABEL.
112500     MOVE SMR-START-DATE TO WDL-DATE.
112600     WRITE WORKSHEET-LINE FROM WORKSHEET-DATE-LINE.
112700     MOVE 'TERM END DATE' TO WDL-LABEL.
112800     MOVE SMR-END-DATE TO WDL-DATE.
112900     WRITE WORKSHEET-LINE FROM WORKSHEET-DATE-LINE.
113000     MOVE 'WITHDRAWAL DATE' TO WDL-LABEL.
113100     MOVE WS-WITHDRAWAL-DATE TO WDL-DATE.
113200     WRITE WORKSHEET-LINE FROM WORKSHEET-DATE-LINE.
113300     MOVE WS-DAYS-COMPLETED TO WYL-DAYS-COMPLETED.
113400     MOVE WS-DAYS-IN-TERM TO WYL-DAYS-IN-TERM.
113500     WRITE WORKSHEET-LINE FROM WORKSHEET-DAYS-LINE.
113600     MOVE 'PERCENT OF TERM COMPLETED' TO WPL-LABEL.
113700     MOVE WS-PCT-COMPLETED TO WPL-PCT.
113800     IF WS-PCT-COMPLETED GREATER THAN 60.0
113900         MOVE 'OVER 60 PERCENT - ALL AID EARNED' TO WPL-NOTE
114000     ELSE
114100         MOVE SPACES TO WPL-NOTE.
114200*    END-IF.
114300     WRITE WORKSHEET-LINE FROM WORKSHEET-PCT-LINE.
114400     MOVE 'PERCENT OF AID EARNED' TO WPL-LABEL.
114500     MOVE WS-PCT-EARNED TO WPL-PCT.
114600     MOVE SPACES TO WPL-NOTE.
114700     WRITE WORKSHEET-LINE FROM WORKSHEET-PCT-LINE.
114800     WRITE WORKSHEET-LINE FROM BLANK-LINE.
114900
115000     WRITE WORKSHEET-LINE FROM WORKSHEET-COLUMN-LINE.
115100     PERFORM 310-PRINT-ONE-AWARD
115200        THRU 319-EXIT
115300     VARYING ATE-IDX FROM 1 BY 1
115400       UNTIL ATE-IDX GREATER THAN ATE-COUNT.
115500*    END-PERFORM.
115600     WRITE WORKSHEET-LINE FROM BLANK-LINE.
115700
115800     MOVE 'TITLE IV AID DISBURSED' TO WML-LABEL.
115900     MOVE WS-TITLE-IV-DISBURSED TO WML-AMOUNT.
116000     WRITE WORKSHEET-LINE FROM WORKSHEET-AMOUNT-LINE.
116100     MOVE 'TITLE IV AID EARNED' TO WML-LABEL.
116200     MOVE WS-EARNED TO WML-AMOUNT.
116300     WRITE WORKSHEET-LINE FROM WORKSHEET-AMOUNT-LINE.
116400     MOVE 'UNEARNED AID RETURNED' TO WML-LABEL.
116500     MOVE WS-UNEARNED TO WML-AMOUNT.
116600     WRITE WORKSHEET-LINE FROM WORKSHEET-AMOUNT-LINE.
116700     WRITE WORKSHEET-LINE FROM BLANK-LINE.
116800
116900     MOVE WS-TODAY-CCYYMMDD TO WPR-DATE.
117000     MOVE CC-OPERATOR-ID TO WPR-OPERATOR-ID.
117100     WRITE WORKSHEET-LINE FROM WORKSHEET-PREPARED-LINE.
117200     ADD +1 TO WORKSHEET-COUNTER.
117300
117400 309-EXIT.
117500     EXIT.
117600
117700 310-PRINT-ONE-AWARD.
117800
117900     MOVE ATE-SOURCE-CODE (ATE-IDX) TO WAL-SOURCE-CODE.
118000     MOVE ATE-AMOUNT (ATE-IDX) TO WAL-AMOUNT.
118100     MOVE ATE-DISBURSED (ATE-IDX) TO WAL-DISBURSED.
118200     MOVE ATE-RETURNED (ATE-IDX) TO WAL-RETURNED.
118300     COMPUTE WAL-REMAINING =
118400         ATE-DISBURSED (ATE-IDX) - ATE-RETURNED (ATE-IDX).
118500     IF ATE-TITLE-IV (ATE-IDX)
118600         MOVE SPACES TO WAL-NOTE
118700     ELSE
118800         MOVE 'NOT TITLE IV' TO WAL-NOTE.
118900*    END-IF.
119000     WRITE WORKSHEET-LINE FROM WORKSHEET-AWARD-LINE.
119100
119200 319-EXIT.
119300     EXIT.
119400
119500* ************************************************************** *
119600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
119700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
119800* PROGRAM IN THIS SUITE.                                         *
119900* ************************************************************** *
120000 500-DISPLAY-UNKNOWN-ERROR.
120100
120200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
120300     EXHIBIT NAMED VSIO-RETURN-CODE.
120400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
120500                   VSIO-VSAM-FUNCTION-CODE,
120600                   VSIO-VSAM-FEEDBACK-CODE.
120700
120800 509-EXIT.
120900     EXIT.
