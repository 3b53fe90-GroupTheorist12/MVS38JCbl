000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NEVRATND.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* NEVER-ATTENDED ADMINISTRATIVE DROP.  FEDERAL AID RULES        *
000900* REQUIRE US TO IDENTIFY STUDENTS WHO NEVER ATTENDED A CLASS    *
001000* THEY REGISTERED FOR.  DURING THE FIRST TWO WEEKS OF THE TERM  *
001100* EACH INSTRUCTOR RETURNS A NEVER-ATTENDED ROSTER FOR THE       *
001200* SECTION, PUNCHED IN THE GRADSHT/GRADPOST CARD LAYOUT          *
001300* (STUDENT-ID 1-7, KEY-ID 8-10, COURSE-ID 11-16, SEMESTER       *
001400* 17-22) WITH 'NA' IN THE GRADE BOX (23-24).  A CARD WITH A     *
001500* BLANK BOX IS A STUDENT WHO DID ATTEND AND IS PASSED OVER, SO  *
001600* THE WHOLE PUNCHED ROSTER MAY BE RETURNED.  FOR EACH 'NA'      *
001700* CARD AGAINST AN ENROLLED ('E') SEAT:                          *
001800*   - THE ENROLLMENT IS DROPPED OUTRIGHT.  THE DROP DATE IS     *
001900*     STAMPED AND REWRITTEN FIRST SO THE VSIOAUD BEFORE-IMAGE   *
002000*     OF THE DELETE CARRIES IT, AS IN KSDSMULT, BUT NO 'W' OR   *
002100*     'X' IS LEFT ON THE TRANSCRIPT, AND TUITBILL AND THE TERM- *
002200*     END GRADE RUNS NEVER SEE THE SEAT AGAIN.                  *
002300*   - THE SEAT IS RELEASED ON SECTION-TABLE-FILE AND THE        *
002400*     LONGEST-WAITING WAITLISTED STUDENT IS PROMOTED, WITH A    *
002500*     PROMNTC NOTICE, THE SAME AS THE KSDSMULT DRP PATH.        *
002600*   - THE CREDIT-HOUR TUITION TUITBILL ASSESSED (CREDIT HOURS   *
002700*     TIMES RESIDENCY RATE) IS REVERSED: ARBAL IS CREDITED      *
002800*     AND AN 'RFD' RECORD TAGGED 'NATD' IS APPENDED TO ARDETL.  *
002900* EVERY CARD PRINTS ON THE REGISTER (SYSPRINT) WITH ITS         *
003000* OUTCOME, AND EVERY STUDENT DROPPED IS LISTED FOR THE          *
003100* FINANCIAL AID OFFICE ON A SEPARATE LISTING (DDNAME AIDLIST).  *
003200*                                                               *
003300* SYSIN CARD: COLS 1-6 SEMESTER, 7-14 OPERATOR ID, 15-22        *
003400* PASSWORD OF THE DAY.  THE OPERATOR MUST CARRY DROP AUTHORITY  *
003500* ON AUTHTBL.  THE RUN IS ACCEPTED FROM THE SEMESTER'S START    *
003600* DATE THROUGH ITS CENSUS DATE ON SEMTBL (14 DAYS AFTER THE     *
003700* START WHEN NO CENSUS DATE IS ON THE CALENDAR).  THE RUN ENDS  *
003800* RC 8 WHEN IT IS REFUSED OR A DROP FAILED, RC 4 WHEN ANY       *
003900* ROSTER CARD WAS REJECTED.                                     *
004000*                                                               *
004100* MODIFICATION HISTORY.                                         *
004200*   DATE       INIT  DESCRIPTION                                *
004300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004310*   10/15/2026 JM    TUITION IS REVERSED AT THE STUDENT'S       *
004320*                    RESDTBL RESIDENCY RATE, AS TUITBILL        *
004330*                    BILLS IT (TUITTBL RECORDS GREW TO          *
004340*                    30 BYTES).                                 *
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
005700     SELECT ROSTER-CARD-FILE
005800         ASSIGN TO UT-S-NATCARD.
005900
006000     SELECT REPORT-FILE
006100         ASSIGN TO UR-1403-S-SYSPRINT.
006200
006300     SELECT AID-LIST-FILE
006400         ASSIGN TO UR-1403-S-AIDLIST.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  CONTROL-CARD-FILE
006900     LABEL RECORDS ARE OMITTED
007000     RECORD CONTAINS 80 CHARACTERS
007100     BLOCK CONTAINS 0 RECORDS
007200     DATA RECORD IS CONTROL-CARD-RECORD.
007300 01  CONTROL-CARD-RECORD.
007400     02  CC-SEMESTER             PIC X(06).
007500     02  CC-OPERATOR-ID          PIC X(08).
007600     02  CC-PASSWORD             PIC X(08).
007700     02  FILLER                  PIC X(58).
007800
007900 FD  ROSTER-CARD-FILE
008000     LABEL RECORDS ARE OMITTED
008100     RECORD CONTAINS 80 CHARACTERS
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS ROSTER-CARD-RECORD.
008400 01  ROSTER-CARD-RECORD.
008500     02  RC-STUDENT-ID           PIC X(07).
008600     02  RC-KEY-ID               PIC 9(03).
008700     02  RC-COURSE-ID            PIC 9(06).
008800     02  FILLER                  REDEFINES RC-COURSE-ID.
008900         03  RC-DEPARTMENT       PIC 9(02).
009000         03  RC-COURSE           PIC 9(03).
009100         03  RC-SECTION          PIC 9(01).
009200     02  RC-SEMESTER             PIC X(06).
009300     02  RC-ATTEND-MARK          PIC X(02).
009400         88  RC-NEVER-ATTENDED           VALUE 'NA'.
009500         88  RC-ATTENDED                 VALUE SPACES.
009600     02  FILLER                  PIC X(56).
009700
009800 FD  REPORT-FILE
009900     LABEL RECORDS ARE OMITTED
010000     RECORD CONTAINS 132 CHARACTERS
010100     BLOCK CONTAINS 0 RECORDS
010200     DATA RECORD IS REPORT-LINE.
010300 01  REPORT-LINE                 PIC X(132).
010400
010500 FD  AID-LIST-FILE
010600     LABEL RECORDS ARE OMITTED
010700     RECORD CONTAINS 132 CHARACTERS
010800     BLOCK CONTAINS 0 RECORDS
010900     DATA RECORD IS AID-LIST-LINE.
011000 01  AID-LIST-LINE               PIC X(132).
011100
011200 WORKING-STORAGE SECTION.
011300 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
011400     88  END-OF-FILE                         VALUE 'Y'.
011500 77  SCAN-DONE-SWITCH            PIC X(01)   VALUE 'N'.
011600     88  SCAN-DONE                           VALUE 'Y'.
011700 77  WS-AUTH-FAILED-SW           PIC X(01)   VALUE 'N'.
011800     88  WS-AUTH-FAILED                      VALUE 'Y'.
011900 77  WS-PROMOTE-FOUND-SW         PIC X(01)   VALUE 'N'.
012000     88  WS-PROMOTE-FOUND                    VALUE 'Y'.
012100
012200 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
012300 77  ATTENDED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012400 77  DROPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
012500 77  REVERSED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012600 77  PROMOTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012700 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
012800 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
012900 77  AID-LINE-COUNT              PIC S9(4) COMP VALUE +99.
013000 77  WS-PASSWORD-AGE             PIC S9(8) COMP VALUE ZERO.
013100 77  WS-DAYS-INTO-TERM           PIC S9(8) COMP VALUE ZERO.
013200 77  WS-BEST-POSITION            PIC S9(4) COMP VALUE ZERO.
013300 77  WS-CAND-POSITION            PIC S9(4) COMP VALUE ZERO.
013310 77  WS-RATE-PER-HOUR            PIC 9(3)V99 VALUE ZERO.
013400
013500 01  WS-REFUSE-REASON            PIC X(30)   VALUE SPACES.
013600 01  WS-REVERSE-AMOUNT           PIC S9(5)V99 COMP-3 VALUE ZERO.
013700 01  WS-GRAND-REVERSED           PIC S9(7)V99 COMP-3 VALUE ZERO.
013800 01  WS-STUDENT-NAME             PIC X(22)   VALUE SPACES.
013900 01  SAVED-PROMOTE-RECORD        PIC X(83)   VALUE SPACES.
014000
014100 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
014200 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
014300     02  WS-RUN-YY               PIC 9(02).
014400     02  WS-RUN-MM               PIC 9(02).
014500     02  WS-RUN-DD               PIC 9(02).
014600 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
014700 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
014800     02  WS-TODAY-CCYY           PIC 9(04).
014900     02  WS-TODAY-MM             PIC 9(02).
015000     02  WS-TODAY-DD             PIC 9(02).
015100 01  WS-TERM-START-DATE          PIC 9(08)   VALUE ZERO.
015200 01  FILLER REDEFINES WS-TERM-START-DATE.
015300     02  WS-START-CCYY           PIC 9(04).
015400     02  WS-START-MM             PIC 9(02).
015500     02  WS-START-DD             PIC 9(02).
015600
015700 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
015800
015900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
016000 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
016100 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
016200 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
016300 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
016400 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
016500 01  TUITION-RATE-FILE           COPY VSAMIOFB.
016510 01  RESIDENCY-FILE              COPY VSAMIOFB.
016600 01  BALANCE-FILE                COPY VSAMIOFB.
016700 01  AR-DETAIL-FILE              COPY VSAMIOFB.
016800 01  PROMO-NOTICE-FILE           COPY VSAMIOFB.
016900
017000 01  AUTH-TABLE-RECORD.
017100     02  ATR-OPERATOR-ID         PIC X(08).
017200     02  ATR-PASSWORD            PIC X(08).
017300     02  ATR-NAME                PIC X(20).
017400     02  ATR-ADD-AUTH            PIC X(01).
017500     02  ATR-DROP-AUTH           PIC X(01).
017600     02  ATR-GRADE-AUTH          PIC X(01).
017700     02  ATR-WRITEOFF-AUTH       PIC X(01).
017800     02  ATR-PASSWORD-DATE       PIC 9(08).
017900     02  FILLER REDEFINES ATR-PASSWORD-DATE.
018000         03  ATR-PW-CCYY         PIC 9(04).
018100         03  ATR-PW-MM           PIC 9(02).
018200         03  ATR-PW-DD           PIC 9(02).
018300     02  ATR-MAX-AGE             PIC 9(02).
018400
018500 01  STUDENT-RECORD-AREA         PIC X(83).
018600 01  STUDENT-INFO-RECORD.
018700     02  SIR-STUDENT-ID          PIC X(07).
018800     02  SIR-KEY-ID              PIC 9(03).
018900     02  SIR-NAME                PIC X(22).
019000     02  SIR-ADDRESS             PIC X(25).
019100     02  SIR-CITY                PIC X(15).
019200     02  SIR-STATE               PIC X(02).
019300     02  SIR-ZIPCODE             PIC 9(05).
019400     02  SIR-GENDER              PIC X(01).
019500     02  SIR-MAJOR               PIC X(03).
019600
019700 01  COURSE-INFO-RECORD.
019800     02  CIR-STUDENT-ID          PIC X(07).
019900     02  CIR-KEY-ID              PIC 9(03).
020000     02  CIR-COURSE-ID           PIC 9(06).
020100     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
020200     02  CIR-STATUS              PIC X(01).
020300         88  CIR-ENROLLED                VALUE 'E'.
020400         88  CIR-WAITLISTED              VALUE 'W'.
020500     02  CIR-SEMESTER            PIC X(06).
020600     02  CIR-ENROLL-DATE         PIC 9(08).
020700     02  CIR-DROP-DATE           PIC 9(08).
020800     02  CIR-WAIT-POSITION       PIC 9(03).
020900     02  CIR-WAIT-DATE           PIC 9(08).
021000
021100 01  SECTION-TABLE-RECORD.
021200     02  STR-DEPARTMENT          PIC 9(02).
021300     02  STR-COURSE              PIC 9(03).
021400     02  STR-NUMBER              PIC 9(01).
021500     02  STR-SEMESTER            PIC X(06).
021600     02  STR-DESCRIPTION         PIC X(11).
021700     02  STR-CAPACITY            PIC 9(03).
021800     02  STR-ENROLLED            PIC 9(03).
021900     02  STR-MEET-DAYS           PIC X(05).
022000     02  STR-START-TIME          PIC 9(04).
022100     02  STR-END-TIME            PIC 9(04).
022200     02  STR-ROOM                PIC X(05).
022300     02  STR-INSTRUCTOR-ID       PIC X(05).
022400     02  STR-XLIST-SECTION       PIC 9(06).
022500     02  STR-XLIST-SHARE         PIC 9(03).
022600
022700 01  COURSE-TABLE-RECORD.
022800     02  CTR-DEPARTMENT          PIC 9(02).
022900     02  CTR-NUMBER              PIC 9(03).
023000     02  CTR-DESCRIPTION         PIC X(50).
023100     02  CTR-CREDIT-HOURS        PIC 9(01).
023200
023300 01  SEMESTER-TABLE-RECORD.
023400     02  SMR-CODE                PIC X(06).
023500     02  SMR-DESCRIPTION         PIC X(20).
023600     02  SMR-START-DATE          PIC 9(08).
023700     02  SMR-END-DATE            PIC 9(08).
023800     02  SMR-REG-DEADLINE        PIC 9(08).
023900     02  SMR-MAX-HOURS           PIC 9(02).
024000     02  SMR-OPEN-SENIOR         PIC 9(08).
024100     02  SMR-OPEN-JUNIOR         PIC 9(08).
024200     02  SMR-OPEN-SOPHOMORE      PIC 9(08).
024300     02  SMR-OPEN-FRESHMAN       PIC 9(08).
024400     02  SMR-INC-DEADLINE        PIC 9(08).
024500     02  SMR-REFUND-100-DATE     PIC 9(08).
024600     02  SMR-REFUND-75-DATE      PIC 9(08).
024700     02  SMR-REFUND-50-DATE      PIC 9(08).
024800     02  SMR-CENSUS-DATE         PIC 9(08).
024900
025000 01  TUITION-RATE-RECORD.
025100     02  TTR-SEMESTER            PIC X(06).
025200     02  TTR-RATE-PER-HOUR       PIC 9(3)V99.
025300     02  TTR-FLAT-FEE            PIC 9(4)V99.
025400     02  TTR-FULLTIME-CAP        PIC 9(02).
025500     02  TTR-AUDIT-FEE           PIC 9(4)V99.
025507     02  TTR-NONRES-RATE-PER-HOUR
025514                                 PIC 9(3)V99.
025521
025528* ************************************************************** *
025535* RESIDENCY DETERMINATION (DDNAME RESDTBL, KEYED BY STUDENT),    *
025542* MAINTAINED BY RESDMNT.  ONLY RES-RESIDENCY IS USED HERE.       *
025549* ************************************************************** *
025556 01  RESIDENCY-RECORD.
025563     02  RES-STUDENT-ID          PIC X(07).
025570     02  RES-RESIDENCY           PIC X(01).
025577         88  RES-IN-STATE                VALUE 'I'.
025584     02  FILLER                  PIC X(32).
025600
025700 01  BALANCE-RECORD.
025800     02  ABR-STUDENT-ID          PIC X(07).
025900     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
026000     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
026100     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
026200
026300 01  AR-DETAIL-RECORD.
026400     02  ARD-STUDENT-ID          PIC X(07).
026500     02  ARD-POST-DATE           PIC 9(08).
026600     02  ARD-TYPE                PIC X(03).
026700     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
026800     02  ARD-REFERENCE           PIC X(20).
026900     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
027000     02  FILLER                  PIC X(14).
027100
027200 01  PROMO-NOTICE-RECORD.
027300     02  PNR-STUDENT-ID          PIC X(07).
027400     02  PNR-KEY-ID              PIC 9(03).
027500     02  PNR-COURSE-ID           PIC 9(06).
027600     02  PNR-SEMESTER            PIC X(06).
027700     02  PNR-PROMOTE-DATE        PIC 9(08).
027800     02  FILLER                  PIC X(10).
027900
028000 01  HEADING-LINE-1.
028100     02  FILLER                  PIC X(45) VALUE
028200         'NEVRATND - NEVER-ATTENDED ADMINISTRATIVE DROP'.
028300     02  FILLER                  PIC X(13) VALUE
028400         ' - SEMESTER '.
028500     02  HL1-SEMESTER            PIC X(06).
028600     02  FILLER                  PIC X(02) VALUE SPACES.
028700     02  HL1-DESCRIPTION         PIC X(20).
028800     02  FILLER                  PIC X(46) VALUE SPACES.
028900
029000 01  HEADING-LINE-2.
029100     02  FILLER                  PIC X(10) VALUE 'STUDENT'.
029200     02  FILLER                  PIC X(05) VALUE 'KEY'.
029300     02  FILLER                  PIC X(08) VALUE 'COURSE'.
029400     02  FILLER                  PIC X(04) VALUE 'NA'.
029500     02  FILLER                  PIC X(11) VALUE '  REVERSED'.
029600     02  FILLER                  PIC X(94) VALUE '  NOTE'.
029700
029800 01  DETAIL-LINE.
029900     02  DL-STUDENT-ID           PIC X(07).
030000     02  FILLER                  PIC X(03) VALUE SPACES.
030100     02  DL-KEY-ID               PIC X(03).
030200     02  FILLER                  PIC X(02) VALUE SPACES.
030300     02  DL-COURSE-ID            PIC X(06).
030400     02  FILLER                  PIC X(02) VALUE SPACES.
030500     02  DL-ATTEND-MARK          PIC X(02).
030600     02  FILLER                  PIC X(02) VALUE SPACES.
030700     02  DL-REVERSED             PIC ZZ,ZZ9.99.
030800     02  FILLER                  PIC X(02) VALUE SPACES.
030900     02  DL-NOTE                 PIC X(40).
031000     02  FILLER                  PIC X(54) VALUE SPACES.
031100
031200 01  TOTAL-LINE-1.
031300     02  FILLER                  PIC X(14) VALUE
031400         'CARDS READ:   '.
031500     02  TL-CARDS                PIC ZZZZ9.
031600     02  FILLER                  PIC X(13) VALUE
031700         '  ATTENDED:  '.
031800     02  TL-ATTENDED             PIC ZZZZ9.
031900     02  FILLER                  PIC X(13) VALUE
032000         '  REJECTED:  '.
032100     02  TL-REJECTED             PIC ZZZZ9.
032200     02  FILLER                  PIC X(77) VALUE SPACES.
032300
032400 01  TOTAL-LINE-2.
032500     02  FILLER                  PIC X(14) VALUE
032600         'DROPPED:      '.
032700     02  TL-DROPPED              PIC ZZZZ9.
032800     02  FILLER                  PIC X(13) VALUE
032900         '  REVERSED:  '.
033000     02  TL-REVERSED             PIC ZZZZ9.
033100     02  FILLER                  PIC X(15) VALUE
033200         '  TOTAL AMOUNT:'.
033300     02  TL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
033400     02  FILLER                  PIC X(13) VALUE
033500         '  PROMOTED:  '.
033600     02  TL-PROMOTED             PIC ZZZZ9.
033700     02  FILLER                  PIC X(50) VALUE SPACES.
033800
033900 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
034000
034100 01  AID-HEADING-LINE-1.
034200     02  FILLER                  PIC X(45) VALUE
034300         'NEVER-ATTENDED STUDENTS FOR FINANCIAL AID - S'.
034400     02  FILLER                  PIC X(07) VALUE
034500         'EMESTER'.
034600     02  FILLER                  PIC X(01) VALUE SPACES.
034700     02  AHL-SEMESTER            PIC X(06).
034800     02  FILLER                  PIC X(02) VALUE SPACES.
034900     02  AHL-DESCRIPTION         PIC X(20).
035000     02  FILLER                  PIC X(11) VALUE
035100         '  RUN DATE '.
035200     02  AHL-RUN-DATE            PIC 9(08).
035300     02  FILLER                  PIC X(32) VALUE SPACES.
035400
035500 01  AID-HEADING-LINE-2.
035600     02  FILLER                  PIC X(33) VALUE
035700         'STUDENT  NAME                    '.
035800     02  FILLER                  PIC X(45) VALUE
035900         'COURSE  TITLE                          HOURS '.
036000     02  FILLER                  PIC X(24) VALUE
036100         '    REVERSED  DROP DATE '.
036200     02  FILLER                  PIC X(30) VALUE SPACES.
036300
036400 01  AID-DETAIL-LINE.
036500     02  ADL-STUDENT-ID          PIC X(07).
036600     02  FILLER                  PIC X(02) VALUE SPACES.
036700     02  ADL-NAME                PIC X(22).
036800     02  FILLER                  PIC X(02) VALUE SPACES.
036900     02  ADL-COURSE-ID           PIC 9(06).
037000     02  FILLER                  PIC X(02) VALUE SPACES.
037100     02  ADL-TITLE               PIC X(30).
037200     02  FILLER                  PIC X(02) VALUE SPACES.
037300     02  ADL-HOURS               PIC Z9.
037400     02  FILLER                  PIC X(03) VALUE SPACES.
037500     02  ADL-REVERSED            PIC ZZ,ZZ9.99.
037600     02  FILLER                  PIC X(02) VALUE SPACES.
037700     02  ADL-DROP-DATE           PIC 9(08).
037800     02  FILLER                  PIC X(35) VALUE SPACES.
037900
038000 01  AID-TOTAL-LINE.
038100     02  FILLER                  PIC X(36) VALUE
038200         'STUDENT ENROLLMENTS DROPPED AS NEVER'.
038300     02  FILLER                  PIC X(11) VALUE
038400         ' ATTENDED: '.
038500     02  ATL-DROPPED             PIC ZZZZ9.
038600     02  FILLER                  PIC X(80) VALUE SPACES.
038700
038800 PROCEDURE DIVISION.
038900
039000 000-INITIATE.
039100
039200     DISPLAY 'NEVRATND: NEVER-ATTENDED ADMINISTRATIVE DROP'.
039300     DISPLAY '--------------------------------------------'.
039400     DISPLAY ' '.
039500
039600     OPEN INPUT CONTROL-CARD-FILE.
039700     MOVE SPACES TO CONTROL-CARD-RECORD.
039800     READ CONTROL-CARD-FILE
039900         AT END
040000             DISPLAY 'NEVRATND: NO CONTROL CARD SUPPLIED - '
040100                     'STOPPING'
040200             MOVE +8 TO RETURN-CODE
040300             STOP RUN.
040400*    END-READ.
040500     CLOSE CONTROL-CARD-FILE.
040600
040700     IF CC-SEMESTER EQUAL SPACES
040800         DISPLAY 'NEVRATND: SEMESTER IS BLANK - STOPPING'
040900         MOVE +8 TO RETURN-CODE
041000         STOP RUN.
041100*    END-IF.
041200
041300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
041400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
041500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
041600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
041700     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
041800     MOVE WS-RUN-MM TO WS-TODAY-MM.
041900     MOVE WS-RUN-DD TO WS-TODAY-DD.
042000
042100     PERFORM 030-CHECK-OPERATOR-AUTH THRU 039-EXIT.
042200     IF WS-AUTH-FAILED
042300         MOVE +8 TO RETURN-CODE
042400         STOP RUN.
042500*    END-IF.
042600
042700     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
042800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
042900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
043000     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
043100     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
043200     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
043300     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
043400     MOVE VSIO-OPEN TO VSIO-COMMAND.
043500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043600                         SEMESTER-TABLE-FILE,
043700                         SEMESTER-TABLE-RECORD.
043800*    END-CALL.
043900     IF NOT VSIO-SUCCESS
044000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044100         MOVE +8 TO RETURN-CODE
044200         STOP RUN.
044300*    END-IF.
044400
044500     MOVE SPACES TO SEMESTER-TABLE-RECORD.
044600     MOVE CC-SEMESTER TO SMR-CODE.
044700     MOVE VSIO-READ TO VSIO-COMMAND.
044800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044900                         SEMESTER-TABLE-FILE,
045000                         SEMESTER-TABLE-RECORD.
045100*    END-CALL.
045200     IF NOT VSIO-SUCCESS
045300         DISPLAY 'NEVRATND: SEMESTER ' CC-SEMESTER
045400                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
045500         MOVE +8 TO RETURN-CODE
045600         STOP RUN.
045700*    END-IF.
045800
045900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
046000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046100                         SEMESTER-TABLE-FILE,
046200                         SEMESTER-TABLE-RECORD.
046300*    END-CALL.
046400
046500     PERFORM 040-CHECK-REPORTING-WINDOW THRU 049-EXIT.
046600     IF WS-AUTH-FAILED
046700         MOVE +8 TO RETURN-CODE
046800         STOP RUN.
046900*    END-IF.
047000
047100     MOVE 'TUITTBL' TO VSIO-DDNAME OF TUITION-RATE-FILE.
047200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF TUITION-RATE-FILE.
047300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF TUITION-RATE-FILE.
047400     MOVE VSIO-INPUT TO VSIO-MODE OF TUITION-RATE-FILE.
047500     MOVE +30 TO VSIO-RECORD-LENGTH OF TUITION-RATE-FILE.
047600     MOVE +0 TO VSIO-KEY-POSITION OF TUITION-RATE-FILE.
047700     MOVE +6 TO VSIO-KEY-LENGTH OF TUITION-RATE-FILE.
047800     MOVE VSIO-OPEN TO VSIO-COMMAND.
047900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048000                         TUITION-RATE-FILE,
048100                         TUITION-RATE-RECORD.
048200*    END-CALL.
048300     IF NOT VSIO-SUCCESS
048400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048500         MOVE +8 TO RETURN-CODE
048600         STOP RUN.
048700*    END-IF.
048800
048900     MOVE SPACES TO TUITION-RATE-RECORD.
049000     MOVE CC-SEMESTER TO TTR-SEMESTER.
049100     MOVE VSIO-READ TO VSIO-COMMAND.
049200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049300                         TUITION-RATE-FILE,
049400                         TUITION-RATE-RECORD.
049500*    END-CALL.
049600     IF NOT VSIO-SUCCESS
049700         DISPLAY 'NEVRATND: NO TUITION RATE ON FILE FOR '
049800                 CC-SEMESTER ' - STOPPING'
049900         MOVE +8 TO RETURN-CODE
050000         STOP RUN.
050100*    END-IF.
050200     IF TTR-RATE-PER-HOUR NOT NUMERIC
050300         MOVE ZERO TO TTR-RATE-PER-HOUR.
050400*    END-IF.
050401
050403* A RATE RECORD WITH NO NON-RESIDENT RATE PRICES EVERY STUDENT
050406* AT THE RESIDENT RATE, THE SAME AS TUITBILL.
050409     IF TTR-NONRES-RATE-PER-HOUR NOT NUMERIC
050412     OR TTR-NONRES-RATE-PER-HOUR EQUAL ZERO
050415         MOVE TTR-RATE-PER-HOUR TO TTR-NONRES-RATE-PER-HOUR.
050418*    END-IF.
050421
050424     MOVE 'RESDTBL' TO VSIO-DDNAME OF RESIDENCY-FILE.
050427     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RESIDENCY-FILE.
050430     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RESIDENCY-FILE.
050433     MOVE VSIO-INPUT TO VSIO-MODE OF RESIDENCY-FILE.
050436     MOVE +40 TO VSIO-RECORD-LENGTH OF RESIDENCY-FILE.
050439     MOVE +0 TO VSIO-KEY-POSITION OF RESIDENCY-FILE.
050442     MOVE +7 TO VSIO-KEY-LENGTH OF RESIDENCY-FILE.
050445     MOVE VSIO-OPEN TO VSIO-COMMAND.
050448     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050451                         RESIDENCY-FILE,
050454                         RESIDENCY-RECORD.
050457*    END-CALL.
050460     IF NOT VSIO-SUCCESS
050463         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050466         MOVE +8 TO RETURN-CODE
050469         STOP RUN.
050472*    END-IF.
050500
050600     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
050700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
050800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
050900     MOVE VSIO-I-O TO VSIO-MODE OF SECTION-TABLE-FILE.
051000     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
051100     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
051200     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
051300     MOVE VSIO-OPEN TO VSIO-COMMAND.
051400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051500                         SECTION-TABLE-FILE,
051600                         SECTION-TABLE-RECORD.
051700*    END-CALL.
051800     IF NOT VSIO-SUCCESS
051900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052000         MOVE +8 TO RETURN-CODE
052100         STOP RUN.
052200*    END-IF.
052300
052400     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
052500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
052600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
052700     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
052800     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
052900     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
053000     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
053100     MOVE VSIO-OPEN TO VSIO-COMMAND.
053200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053300                         COURSE-TABLE-FILE,
053400                         COURSE-TABLE-RECORD.
053500*    END-CALL.
053600     IF NOT VSIO-SUCCESS
053700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053800         MOVE +8 TO RETURN-CODE
053900         STOP RUN.
054000*    END-IF.
054100
054200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
054300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
054400     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
054500     MOVE VSIO-I-O TO VSIO-MODE OF STUDENT-MASTER-FILE.
054600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
054700     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
054800     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
054900     MOVE VSIO-OPEN TO VSIO-COMMAND.
055000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055100                         STUDENT-MASTER-FILE,
055200                         STUDENT-RECORD-AREA.
055300*    END-CALL.
055400     IF NOT VSIO-SUCCESS
055500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
055600         MOVE +8 TO RETURN-CODE
055700         STOP RUN.
055800*    END-IF.
055900
056000     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
056100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
056200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
056300     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
056400     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
056500     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
056600     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
056700     MOVE VSIO-OPEN TO VSIO-COMMAND.
056800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056900                         BALANCE-FILE,
057000                         BALANCE-RECORD.
057100*    END-CALL.
057200     IF NOT VSIO-SUCCESS
057300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057400         MOVE +8 TO RETURN-CODE
057500         STOP RUN.
057600*    END-IF.
057700
057800     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
057900     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
058000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
058100     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
058200     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
058300     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
058400     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
058500     MOVE VSIO-OPEN TO VSIO-COMMAND.
058600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058700                         AR-DETAIL-FILE,
058800                         AR-DETAIL-RECORD.
058900*    END-CALL.
059000     IF NOT VSIO-SUCCESS
059100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059200         MOVE +8 TO RETURN-CODE
059300         STOP RUN.
059400*    END-IF.
059500
059600     MOVE 'PROMNTC' TO VSIO-DDNAME OF PROMO-NOTICE-FILE.
059700     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF PROMO-NOTICE-FILE.
059800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF PROMO-NOTICE-FILE.
059900     MOVE VSIO-EXTEND TO VSIO-MODE OF PROMO-NOTICE-FILE.
060000     MOVE +40 TO VSIO-RECORD-LENGTH OF PROMO-NOTICE-FILE.
060100     MOVE +0 TO VSIO-KEY-POSITION OF PROMO-NOTICE-FILE.
060200     MOVE +0 TO VSIO-KEY-LENGTH OF PROMO-NOTICE-FILE.
060300     MOVE VSIO-OPEN TO VSIO-COMMAND.
060400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060500                         PROMO-NOTICE-FILE,
060600                         PROMO-NOTICE-RECORD.
060700*    END-CALL.
060800     IF NOT VSIO-SUCCESS
060900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061000         MOVE +8 TO RETURN-CODE
061100         STOP RUN.
061200*    END-IF.
061300
061400     OPEN INPUT ROSTER-CARD-FILE.
061500     OPEN OUTPUT REPORT-FILE.
061600     OPEN OUTPUT AID-LIST-FILE.
061700     MOVE CC-SEMESTER TO HL1-SEMESTER.
061800     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
061900     WRITE REPORT-LINE FROM HEADING-LINE-1.
062000     WRITE REPORT-LINE FROM BLANK-LINE.
062100     WRITE REPORT-LINE FROM HEADING-LINE-2.
062200
062300 010-PROCESS.
062400
062500     PERFORM 100-PROCESS-ONE-CARD
062600        THRU 199-EXIT
062700       UNTIL END-OF-FILE.
062800*    END-PERFORM.
062900
063000 020-TERMINATE.
063100
063200     MOVE CARD-COUNTER TO TL-CARDS.
063300     MOVE ATTENDED-COUNTER TO TL-ATTENDED.
063400     MOVE REJECT-COUNTER TO TL-REJECTED.
063500     MOVE DROPPED-COUNTER TO TL-DROPPED.
063600     MOVE REVERSED-COUNTER TO TL-REVERSED.
063700     MOVE WS-GRAND-REVERSED TO TL-AMOUNT.
063800     MOVE PROMOTED-COUNTER TO TL-PROMOTED.
063900     WRITE REPORT-LINE FROM BLANK-LINE.
064000     WRITE REPORT-LINE FROM TOTAL-LINE-1.
064100     WRITE REPORT-LINE FROM TOTAL-LINE-2.
064200
064300     IF AID-LINE-COUNT GREATER THAN +50
064400         PERFORM 180-AID-LIST-HEADINGS THRU 189-EXIT.
064500*    END-IF.
064600     MOVE DROPPED-COUNTER TO ATL-DROPPED.
064700     WRITE AID-LIST-LINE FROM BLANK-LINE.
064800     WRITE AID-LIST-LINE FROM AID-TOTAL-LINE.
064900
065000     CLOSE ROSTER-CARD-FILE.
065100     CLOSE REPORT-FILE.
065200     CLOSE AID-LIST-FILE.
065300
065400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
065500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065600                         STUDENT-MASTER-FILE,
065700                         STUDENT-RECORD-AREA.
065800*    END-CALL.
065900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066000                         SECTION-TABLE-FILE,
066100                         SECTION-TABLE-RECORD.
066200*    END-CALL.
066300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066400                         COURSE-TABLE-FILE,
066500                         COURSE-TABLE-RECORD.
066600*    END-CALL.
066700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066800                         TUITION-RATE-FILE,
066900                         TUITION-RATE-RECORD.
067000*    END-CALL.
067010     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
067020                         RESIDENCY-FILE,
067030                         RESIDENCY-RECORD.
067040*    END-CALL.
067100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
067200                         BALANCE-FILE,
067300                         BALANCE-RECORD.
067400*    END-CALL.
067500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
067600                         AR-DETAIL-FILE,
067700                         AR-DETAIL-RECORD.
067800*    END-CALL.
067900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068000                         PROMO-NOTICE-FILE,
068100                         PROMO-NOTICE-RECORD.
068200*    END-CALL.
068300
068400     DISPLAY 'NEVRATND: ROSTER CARDS READ:   ' CARD-COUNTER.
068500     DISPLAY 'NEVRATND: ENROLLMENTS DROPPED: ' DROPPED-COUNTER.
068600     DISPLAY 'NEVRATND: TUITION REVERSED:    ' REVERSED-COUNTER.
068700     DISPLAY 'NEVRATND: WAITLIST PROMOTIONS: ' PROMOTED-COUNTER.
068800     DISPLAY 'NEVRATND: CARDS REJECTED:      ' REJECT-COUNTER.
068900
069000     IF ERROR-COUNTER GREATER THAN ZERO
069100         MOVE +8 TO RETURN-CODE
069200     ELSE
069300         IF REJECT-COUNTER GREATER THAN ZERO
069400             MOVE +4 TO RETURN-CODE.
069500*        END-IF
069600*    END-IF.
069700     STOP RUN.
069800
069900* ************************************************************** *
070000* VALIDATES THE SYSIN OPERATOR AGAINST AUTHTBL WITH THE DROP     *
070100* AUTHORITY, THE SAME GATE THE OTHER MASTER-CHANGING RUNS        *
070200* APPLY.                                                         *
070300* ************************************************************** *
070400 030-CHECK-OPERATOR-AUTH.
070500
070600     MOVE 'N' TO WS-AUTH-FAILED-SW.
070700     MOVE SPACES TO VSIO-OPERATOR-ID.
070800
070900     IF CC-OPERATOR-ID EQUAL SPACES
071000         MOVE 'NO OPERATOR ID ON SYSIN CARD' TO WS-REFUSE-REASON
071100         PERFORM 035-REFUSE-RUN THRU 035-EXIT
071200         GO TO 039-EXIT.
071300*    END-IF.
071400
071500     MOVE 'AUTHTBL' TO VSIO-DDNAME OF AUTH-TABLE-FILE.
071600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AUTH-TABLE-FILE.
071700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF AUTH-TABLE-FILE.
071800     MOVE VSIO-INPUT TO VSIO-MODE OF AUTH-TABLE-FILE.
071900     MOVE +50 TO VSIO-RECORD-LENGTH OF AUTH-TABLE-FILE.
072000     MOVE +0 TO VSIO-KEY-POSITION OF AUTH-TABLE-FILE.
072100     MOVE +8 TO VSIO-KEY-LENGTH OF AUTH-TABLE-FILE.
072200     MOVE VSIO-OPEN TO VSIO-COMMAND.
072300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072400                         AUTH-TABLE-FILE,
072500                         AUTH-TABLE-RECORD.
072600*    END-CALL.
072700     IF NOT VSIO-SUCCESS
072800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
072900         MOVE 'Y' TO WS-AUTH-FAILED-SW
073000         GO TO 039-EXIT.
073100*    END-IF.
073200
073300     MOVE SPACES TO AUTH-TABLE-RECORD.
073400     MOVE CC-OPERATOR-ID TO ATR-OPERATOR-ID.
073500     MOVE VSIO-READ TO VSIO-COMMAND.
073600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
073700                         AUTH-TABLE-FILE,
073800                         AUTH-TABLE-RECORD.
073900*    END-CALL.
074000     IF NOT VSIO-SUCCESS
074100         MOVE 'OPERATOR NOT ON AUTH TABLE' TO WS-REFUSE-REASON
074200         PERFORM 035-REFUSE-RUN THRU 035-EXIT
074300         GO TO 038-CLOSE-AUTH.
074400*    END-IF.
074500
074600     IF ATR-PASSWORD NOT EQUAL CC-PASSWORD
074700         MOVE 'INVALID PASSWORD OF THE DAY' TO WS-REFUSE-REASON
074800         PERFORM 035-REFUSE-RUN THRU 035-EXIT
074900         GO TO 038-CLOSE-AUTH.
075000*    END-IF.
075100
075200* A PASSWORD OLDER THAN THE OPERATOR'S MAX-AGE (DAYS, ON THE
075300* 30/360 CONVENTION THE AGING REPORTS USE) HAS EXPIRED AND
075400* MUST BE RESET THROUGH AUTHMNT.  MAX-AGE ZERO MEANS NO AGING.
075500     IF ATR-MAX-AGE NUMERIC
075600     AND ATR-MAX-AGE GREATER THAN ZERO
075700     AND ATR-PASSWORD-DATE NUMERIC
075800     AND ATR-PASSWORD-DATE GREATER THAN ZERO
075900         COMPUTE WS-PASSWORD-AGE =
076000             ((WS-TODAY-CCYY - ATR-PW-CCYY) * 360)
076100             + ((WS-TODAY-MM - ATR-PW-MM) * 30)
076200             + (WS-TODAY-DD - ATR-PW-DD)
076300         IF WS-PASSWORD-AGE GREATER THAN ATR-MAX-AGE
076400             MOVE 'PASSWORD EXPIRED - SEE AUTHMNT'
076500                 TO WS-REFUSE-REASON
076600             PERFORM 035-REFUSE-RUN THRU 035-EXIT
076700             GO TO 038-CLOSE-AUTH
076800         END-IF.
076900*    END-IF.
077000
077100     IF ATR-DROP-AUTH NOT EQUAL 'Y'
077200         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
077300         PERFORM 035-REFUSE-RUN THRU 035-EXIT
077400         GO TO 038-CLOSE-AUTH.
077500*    END-IF.
077600
077700     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
077800
077900 038-CLOSE-AUTH.
078000
078100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
078200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
078300                         AUTH-TABLE-FILE,
078400                         AUTH-TABLE-RECORD.
078500*    END-CALL.
078600
078700 039-EXIT.
078800     EXIT.
078900
079000 035-REFUSE-RUN.
079100
079200     DISPLAY 'NEVRATND: RUN REFUSED - ' WS-REFUSE-REASON.
079300     MOVE 'Y' TO WS-AUTH-FAILED-SW.
079400
079500 035-EXIT.
079600     EXIT.
079700
079800* ************************************************************** *
079900* NEVER-ATTENDED DROPS BELONG TO THE START OF THE TERM: THE RUN  *
080000* IS REFUSED BEFORE THE SEMESTER'S START DATE AND AFTER ITS      *
080100* CENSUS DATE, WHEN THE OFFICIAL COUNTS AND THE AID ALREADY      *
080200* DISBURSED ARE FROZEN.  WITH NO CENSUS DATE ON THE CALENDAR     *
080300* THE WINDOW CLOSES 14 DAYS AFTER THE START (30/360 DAYS).       *
080400* ************************************************************** *
080500 040-CHECK-REPORTING-WINDOW.
080600
080700     IF SMR-START-DATE NOT NUMERIC
080800     OR SMR-START-DATE EQUAL ZERO
080900         MOVE 'NO START DATE ON SEMTBL' TO WS-REFUSE-REASON
081000         PERFORM 035-REFUSE-RUN THRU 035-EXIT
081100         GO TO 049-EXIT.
081200*    END-IF.
081300
081400     IF WS-TODAY-CCYYMMDD LESS THAN SMR-START-DATE
081500         MOVE 'SEMESTER HAS NOT STARTED' TO WS-REFUSE-REASON
081600         PERFORM 035-REFUSE-RUN THRU 035-EXIT
081700         GO TO 049-EXIT.
081800*    END-IF.
081900
082000     IF SMR-CENSUS-DATE NUMERIC
082100     AND SMR-CENSUS-DATE GREATER THAN ZERO
082200         IF WS-TODAY-CCYYMMDD GREATER THAN SMR-CENSUS-DATE
082300             MOVE 'CENSUS DATE HAS PASSED' TO WS-REFUSE-REASON
082400             PERFORM 035-REFUSE-RUN THRU 035-EXIT
082500         END-IF
082600         GO TO 049-EXIT.
082700*    END-IF.
082800
082900     MOVE SMR-START-DATE TO WS-TERM-START-DATE.
083000     COMPUTE WS-DAYS-INTO-TERM =
083100         ((WS-TODAY-CCYY - WS-START-CCYY) * 360)
083200         + ((WS-TODAY-MM - WS-START-MM) * 30)
083300         + (WS-TODAY-DD - WS-START-DD).
083400     IF WS-DAYS-INTO-TERM GREATER THAN +14
083500         MOVE 'TWO-WEEK REPORTING WINDOW CLOSED'
083600             TO WS-REFUSE-REASON
083700         PERFORM 035-REFUSE-RUN THRU 035-EXIT.
083800*    END-IF.
083900
084000 049-EXIT.
084100     EXIT.
084200
084300* ************************************************************** *
084400* ONE ROSTER CARD.  A BLANK BOX IS A STUDENT WHO ATTENDED; AN    *
084500* 'NA' CARD IS CHECKED AGAINST THE ENROLLMENT ON FILE AND, WHEN  *
084600* IT IS STILL AN ENROLLED SEAT IN THE RUN'S SEMESTER, DROPPED:   *
084700* DROP DATE STAMPED AND REWRITTEN SO THE AUDIT BEFORE-IMAGE      *
084800* CARRIES IT, THEN DELETED.  THE SEAT, TUITION AND AID LISTING   *
084900* FOLLOW IN 120, 130 AND 150.                                    *
085000* ************************************************************** *
085100 100-PROCESS-ONE-CARD.
085200
085300     READ ROSTER-CARD-FILE
085400         AT END
085500             MOVE 'Y' TO END-OF-FILE-SWITCH
085600             GO TO 199-EXIT.
085700*    END-READ.
085800     ADD +1 TO CARD-COUNTER.
085900
086000     IF RC-ATTENDED
086100         ADD +1 TO ATTENDED-COUNTER
086200         GO TO 199-EXIT.
086300*    END-IF.
086400
086500     MOVE ZERO TO WS-REVERSE-AMOUNT.
086600     MOVE RC-STUDENT-ID TO DL-STUDENT-ID.
086700     MOVE RC-KEY-ID TO DL-KEY-ID.
086800     MOVE RC-COURSE-ID TO DL-COURSE-ID.
086900     MOVE RC-ATTEND-MARK TO DL-ATTEND-MARK.
087000     MOVE ZERO TO DL-REVERSED.
087100
087200     IF NOT RC-NEVER-ATTENDED
087300         MOVE 'REJECTED - BOX NOT BLANK OR NA' TO DL-NOTE
087400         GO TO 190-REJECT-CARD.
087500*    END-IF.
087600
087700     IF RC-SEMESTER NOT EQUAL CC-SEMESTER
087800         MOVE 'REJECTED - NOT THIS RUN''S SEMESTER' TO DL-NOTE
087900         GO TO 190-REJECT-CARD.
088000*    END-IF.
088100
088200     IF RC-KEY-ID NOT NUMERIC
088300     OR RC-COURSE-ID NOT NUMERIC
088400         MOVE 'REJECTED - KEY OR COURSE NOT NUMERIC' TO DL-NOTE
088500         GO TO 190-REJECT-CARD.
088600*    END-IF.
088700
088800     MOVE SPACES TO STUDENT-RECORD-AREA.
088900     MOVE RC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
089000     MOVE RC-KEY-ID TO STUDENT-RECORD-AREA (8:3).
089100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
089200     MOVE VSIO-READ TO VSIO-COMMAND.
089300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
089400                         STUDENT-MASTER-FILE,
089500                         STUDENT-RECORD-AREA.
089600*    END-CALL.
089700     IF NOT VSIO-SUCCESS
089800         MOVE 'REJECTED - ENROLLMENT NOT ON FILE' TO DL-NOTE
089900         MOVE +0 TO VSIO-RETURN-CODE
090000         GO TO 190-REJECT-CARD.
090100*    END-IF.
090200
090300     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
090400     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
090500     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
090600         MOVE 'REJECTED - KEY IS NOT AN ENROLLMENT' TO DL-NOTE
090700         GO TO 190-REJECT-CARD.
090800*    END-IF.
090900
091000     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
091100     IF CIR-COURSE-ID NOT EQUAL RC-COURSE-ID
091200     OR CIR-SEMESTER NOT EQUAL RC-SEMESTER
091300         MOVE 'REJECTED - COURSE DOES NOT MATCH RECORD' TO DL-NOTE
091400         GO TO 190-REJECT-CARD.
091500*    END-IF.
091600
091700     IF NOT CIR-ENROLLED
091800         MOVE 'REJECTED - NOT AN ENROLLED SEAT' TO DL-NOTE
091900         GO TO 190-REJECT-CARD.
092000*    END-IF.
092100
092200     IF CIR-ENROLL-DATE NOT NUMERIC
092300         MOVE ZERO TO CIR-ENROLL-DATE.
092400*    END-IF.
092500     MOVE WS-TODAY-CCYYMMDD TO CIR-DROP-DATE.
092600     MOVE ZERO TO CIR-WAIT-POSITION.
092700     MOVE ZERO TO CIR-WAIT-DATE.
092800     MOVE COURSE-INFO-RECORD TO STUDENT-RECORD-AREA.
092900     MOVE +53 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
093000     MOVE VSIO-REWRITE TO VSIO-COMMAND.
093100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
093200                         STUDENT-MASTER-FILE,
093300                         STUDENT-RECORD-AREA.
093400*    END-CALL.
093500     IF NOT VSIO-SUCCESS
093600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
093700*    END-IF.
093800
093900     MOVE SPACES TO STUDENT-RECORD-AREA.
094000     MOVE RC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
094100     MOVE RC-KEY-ID TO STUDENT-RECORD-AREA (8:3).
094200     MOVE VSIO-DELETE TO VSIO-COMMAND.
094300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
094400                         STUDENT-MASTER-FILE,
094500                         STUDENT-RECORD-AREA.
094600*    END-CALL.
094700     IF NOT VSIO-SUCCESS
094800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
094900         ADD +1 TO ERROR-COUNTER
095000         MOVE 'DROP FAILED - SEE VSAMIO ERROR' TO DL-NOTE
095100         WRITE REPORT-LINE FROM DETAIL-LINE
095200         MOVE +0 TO VSIO-RETURN-CODE
095300         GO TO 199-EXIT.
095400*    END-IF.
095500     ADD +1 TO DROPPED-COUNTER.
095600     DISPLAY 'NEVRATND: ENROLLMENT DROPPED FOR STUDENT '
095700         CIR-STUDENT-ID ' COURSE ' CIR-COURSE-ID.
095800
095900     MOVE SPACES TO COURSE-TABLE-RECORD.
096000     MOVE RC-DEPARTMENT TO CTR-DEPARTMENT.
096100     MOVE RC-COURSE TO CTR-NUMBER.
096200     MOVE VSIO-READ TO VSIO-COMMAND.
096300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
096400                         COURSE-TABLE-FILE,
096500                         COURSE-TABLE-RECORD.
096600*    END-CALL.
096700     IF NOT VSIO-SUCCESS
096800         MOVE '*** NOT IN TABLE FILE ***' TO CTR-DESCRIPTION
096900         MOVE ZERO TO CTR-CREDIT-HOURS
097000         MOVE +0 TO VSIO-RETURN-CODE.
097100*    END-IF.
097200     IF CTR-CREDIT-HOURS NOT NUMERIC
097300         MOVE ZERO TO CTR-CREDIT-HOURS.
097400*    END-IF.
097500
097600     PERFORM 130-REVERSE-TUITION THRU 139-EXIT.
097700     PERFORM 120-RELEASE-SEAT THRU 129-EXIT.
097800     PERFORM 150-LIST-FOR-AID-OFFICE THRU 159-EXIT.
097900     WRITE REPORT-LINE FROM DETAIL-LINE.
098000     GO TO 199-EXIT.
098100
098200 190-REJECT-CARD.
098300
098400     ADD +1 TO REJECT-COUNTER.
098500     WRITE REPORT-LINE FROM DETAIL-LINE.
098600
098700 199-EXIT.
098800     EXIT.
098900
099000* ************************************************************** *
099100* RELEASES THE DROPPED SEAT ON SECTION-TABLE-FILE AND PROMOTES   *
099200* THE LONGEST-WAITING WAITLISTED ('W') STUDENT IN THE SAME       *
099300* SECTION AND SEMESTER, AS 711/715 IN KSDSMULT DO FOR A DRP      *
099400* CARD.  A SECTION MISSING FROM SECTTBL IS AN ERROR BUT THE      *
099500* DROP ITSELF STANDS.                                            *
099600* ************************************************************** *
099700 120-RELEASE-SEAT.
099800
099900     MOVE SPACES TO SECTION-TABLE-RECORD.
100000     MOVE RC-DEPARTMENT TO STR-DEPARTMENT.
100100     MOVE RC-COURSE TO STR-COURSE.
100200     MOVE RC-SECTION TO STR-NUMBER.
100300     MOVE RC-SEMESTER TO STR-SEMESTER.
100400     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
100500     MOVE VSIO-READ TO VSIO-COMMAND.
100600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
100700                         SECTION-TABLE-FILE,
100800                         SECTION-TABLE-RECORD.
100900*    END-CALL.
101000     IF NOT VSIO-SUCCESS
101100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
101200         ADD +1 TO ERROR-COUNTER
101300         MOVE 'DROPPED - SECTION NOT ON SECTTBL' TO DL-NOTE
101400         MOVE +0 TO VSIO-RETURN-CODE
101500         GO TO 129-EXIT.
101600*    END-IF.
101700
101800     IF STR-ENROLLED GREATER THAN ZERO
101900         SUBTRACT +1 FROM STR-ENROLLED.
102000*    END-IF.
102100     MOVE VSIO-REWRITE TO VSIO-COMMAND.
102200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
102300                         SECTION-TABLE-FILE,
102400                         SECTION-TABLE-RECORD.
102500*    END-CALL.
102600     IF NOT VSIO-SUCCESS
102700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
102800         ADD +1 TO ERROR-COUNTER
102900         MOVE 'DROPPED - SEAT COUNT NOT RELEASED' TO DL-NOTE
103000         MOVE +0 TO VSIO-RETURN-CODE
103100         GO TO 129-EXIT.
103200*    END-IF.
103300
103400     MOVE 'N' TO SCAN-DONE-SWITCH.
103500     MOVE 'N' TO WS-PROMOTE-FOUND-SW.
103600     MOVE +9999 TO WS-BEST-POSITION.
103700
103800     MOVE SPACES TO STUDENT-RECORD-AREA.
103900     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
104000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
104100                         STUDENT-MASTER-FILE,
104200                         STUDENT-RECORD-AREA.
104300*    END-CALL.
104400     IF NOT VSIO-SUCCESS
104500         MOVE +0 TO VSIO-RETURN-CODE
104600         MOVE 'Y' TO SCAN-DONE-SWITCH.
104700*    END-IF.
104800
104900     PERFORM 125-SCAN-ONE-RECORD
105000        THRU 125-EXIT
105100       UNTIL SCAN-DONE.
105200*    END-PERFORM.
105300
105400     IF NOT WS-PROMOTE-FOUND
105500         GO TO 129-EXIT.
105600*    END-IF.
105700
105800     MOVE SAVED-PROMOTE-RECORD TO COURSE-INFO-RECORD.
105900     MOVE 'E' TO CIR-STATUS.
106000     IF CIR-ENROLL-DATE NOT NUMERIC
106100         MOVE ZERO TO CIR-ENROLL-DATE.
106200*    END-IF.
106300     IF CIR-DROP-DATE NOT NUMERIC
106400         MOVE ZERO TO CIR-DROP-DATE.
106500*    END-IF.
106600     MOVE ZERO TO CIR-WAIT-POSITION.
106700     MOVE ZERO TO CIR-WAIT-DATE.
106800     MOVE COURSE-INFO-RECORD TO STUDENT-RECORD-AREA.
106900     MOVE +53 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
107000     MOVE VSIO-REWRITE TO VSIO-COMMAND.
107100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
107200                         STUDENT-MASTER-FILE,
107300                         STUDENT-RECORD-AREA.
107400*    END-CALL.
107500     IF NOT VSIO-SUCCESS
107600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
107700         ADD +1 TO ERROR-COUNTER
107800         MOVE +0 TO VSIO-RETURN-CODE
107900         GO TO 129-EXIT.
108000*    END-IF.
108100
108200     ADD +1 TO PROMOTED-COUNTER.
108300     DISPLAY 'NEVRATND: STUDENT ' CIR-STUDENT-ID
108400         ' PROMOTED FROM WAITLIST FOR COURSE ' CIR-COURSE-ID.
108500
108600     MOVE SPACES TO PROMO-NOTICE-RECORD.
108700     MOVE CIR-STUDENT-ID TO PNR-STUDENT-ID.
108800     MOVE CIR-KEY-ID TO PNR-KEY-ID.
108900     MOVE CIR-COURSE-ID TO PNR-COURSE-ID.
109000     MOVE CIR-SEMESTER TO PNR-SEMESTER.
109100     MOVE WS-TODAY-CCYYMMDD TO PNR-PROMOTE-DATE.
109200     MOVE +40 TO VSIO-RECORD-LENGTH OF PROMO-NOTICE-FILE.
109300     MOVE VSIO-WRITE TO VSIO-COMMAND.
109400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
109500                         PROMO-NOTICE-FILE,
109600                         PROMO-NOTICE-RECORD.
109700*    END-CALL.
109800     IF NOT VSIO-SUCCESS
109900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
110000         MOVE +0 TO VSIO-RETURN-CODE.
110100*    END-IF.
110200
110300 129-EXIT.
110400     EXIT.
110500
110600* ************************************************************** *
110700* SCANS EVERY ENROLLMENT RECORD FOR THE RELEASED SECTION AND     *
110800* SEMESTER AND REMEMBERS THE WAITLISTED RECORD WITH THE LOWEST   *
110900* QUEUE POSITION.  A LEGACY 'W' RECORD WITH NO POSITION RANKS    *
111000* AS 999, SO DATED QUEUE ENTRIES ALWAYS PROMOTE FIRST AND TIES   *
111100* FALL BACK TO KEY (REGISTRATION) ORDER.                         *
111200* ************************************************************** *
111300 125-SCAN-ONE-RECORD.
111400
111500     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
111600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
111700     MOVE VSIO-READ TO VSIO-COMMAND.
111800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
111900                         STUDENT-MASTER-FILE,
112000                         STUDENT-RECORD-AREA.
112100*    END-CALL.
112200     IF NOT VSIO-SUCCESS
112300         IF NOT VSIO-END-OF-FILE
112400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
112500             ADD +1 TO ERROR-COUNTER
112600         END-IF
112700         MOVE +0 TO VSIO-RETURN-CODE
112800         MOVE 'Y' TO SCAN-DONE-SWITCH
112900         GO TO 125-EXIT.
113000*    END-IF.
113100
113200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
113300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
113400     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
113500         GO TO 125-EXIT.
113600*    END-IF.
113700
113800     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
113900     IF CIR-COURSE-ID EQUAL RC-COURSE-ID
114000     AND CIR-SEMESTER EQUAL RC-SEMESTER
114100     AND CIR-WAITLISTED
114200         IF CIR-WAIT-POSITION NUMERIC
114300         AND CIR-WAIT-POSITION GREATER THAN ZERO
114400             MOVE CIR-WAIT-POSITION TO WS-CAND-POSITION
114500         ELSE
114600             MOVE +999 TO WS-CAND-POSITION
114700         END-IF
114800         IF WS-CAND-POSITION LESS THAN WS-BEST-POSITION
114900             MOVE WS-CAND-POSITION TO WS-BEST-POSITION
115000             MOVE STUDENT-RECORD-AREA TO SAVED-PROMOTE-RECORD
115100             MOVE 'Y' TO WS-PROMOTE-FOUND-SW.
115200*        END-IF
115300*    END-IF.
115400
115500 125-EXIT.
115600     EXIT.
115700
115800* ************************************************************** *
115900* REVERSES THE CREDIT-HOUR TUITION TUITBILL ASSESSED FOR THE     *
116000* DROPPED SEAT (CREDIT HOURS TIMES RESIDENCY RATE, THE SAME      *
116100* FIGURE SECTCNCL REFUNDS): ARBAL IS CREDITED AND A NEGATIVE     *
116200* 'RFD' RECORD TAGGED 'NATD' IS APPENDED TO ARDETL.  SETS        *
116300* DL-NOTE.                                                       *
116400* ************************************************************** *
116500 130-REVERSE-TUITION.
116600
116610     MOVE CIR-STUDENT-ID TO RES-STUDENT-ID.
116620     PERFORM 600-FIND-RESIDENCY-RATE THRU 609-EXIT.
116630
116700     COMPUTE WS-REVERSE-AMOUNT ROUNDED =
116800         CTR-CREDIT-HOURS * WS-RATE-PER-HOUR.
116900     MOVE WS-REVERSE-AMOUNT TO DL-REVERSED.
117000
117100     IF WS-REVERSE-AMOUNT NOT GREATER THAN ZERO
117200         MOVE 'DROPPED - NO TUITION TO REVERSE' TO DL-NOTE
117300         GO TO 139-EXIT.
117400*    END-IF.
117500
117600     MOVE SPACES TO BALANCE-RECORD.
117700     MOVE CIR-STUDENT-ID TO ABR-STUDENT-ID.
117800     MOVE VSIO-READ TO VSIO-COMMAND.
117900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
118000                         BALANCE-FILE,
118100                         BALANCE-RECORD.
118200*    END-CALL.
118300     IF NOT VSIO-SUCCESS
118400         MOVE 'DROPPED - NO BALANCE ON FILE' TO DL-NOTE
118500         MOVE ZERO TO WS-REVERSE-AMOUNT
118600         MOVE ZERO TO DL-REVERSED
118700         MOVE +0 TO VSIO-RETURN-CODE
118800         GO TO 139-EXIT.
118900*    END-IF.
119000
119100     SUBTRACT WS-REVERSE-AMOUNT FROM ABR-BALANCE.
119200     MOVE VSIO-REWRITE TO VSIO-COMMAND.
119300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
119400                         BALANCE-FILE,
119500                         BALANCE-RECORD.
119600*    END-CALL.
119700     IF NOT VSIO-SUCCESS
119800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
119900         ADD +1 TO ERROR-COUNTER
120000         MOVE 'DROPPED - REVERSAL NOT POSTED' TO DL-NOTE
120100         MOVE ZERO TO WS-REVERSE-AMOUNT
120200         MOVE ZERO TO DL-REVERSED
120300         MOVE +0 TO VSIO-RETURN-CODE
120400         GO TO 139-EXIT.
120500*    END-IF.
120600
120700     MOVE SPACES TO AR-DETAIL-RECORD.
120800     MOVE CIR-STUDENT-ID TO ARD-STUDENT-ID.
120900     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
121000     MOVE 'RFD' TO ARD-TYPE.
121100     COMPUTE ARD-AMOUNT = ZERO - WS-REVERSE-AMOUNT.
121200     MOVE SPACES TO ARD-REFERENCE.
121300     MOVE CIR-SEMESTER TO ARD-REFERENCE (1:6).
121400     MOVE CIR-COURSE-ID TO ARD-REFERENCE (8:6).
121500     MOVE 'NATD' TO ARD-REFERENCE (15:4).
121600     MOVE ABR-BALANCE TO ARD-BALANCE.
121700     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
121800     MOVE VSIO-WRITE TO VSIO-COMMAND.
121900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
122000                         AR-DETAIL-FILE,
122100                         AR-DETAIL-RECORD.
122200*    END-CALL.
122300     IF NOT VSIO-SUCCESS
122400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
122500*    END-IF.
122600
122700     ADD +1 TO REVERSED-COUNTER.
122800     ADD WS-REVERSE-AMOUNT TO WS-GRAND-REVERSED.
122900     MOVE 'DROPPED - TUITION REVERSED' TO DL-NOTE.
123000
123100 139-EXIT.
123200     EXIT.
123300
123400* ************************************************************** *
123500* ONE LINE ON THE FINANCIAL AID OFFICE LISTING FOR THE STUDENT   *
123600* JUST DROPPED.  THE NAME COMES FROM THE STUDENT'S 83-BYTE       *
123700* MASTER RECORD, FOUND BY A GENERIC START ON THE STUDENT-ID.     *
123800* ************************************************************** *
123900 150-LIST-FOR-AID-OFFICE.
124000
124100     MOVE '*** NAME NOT ON FILE ***' TO WS-STUDENT-NAME.
124200     MOVE SPACES TO STUDENT-RECORD-AREA.
124300     MOVE RC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
124400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
124500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
124600                         STUDENT-MASTER-FILE,
124700                         STUDENT-RECORD-AREA.
124800*    END-CALL.
124900     IF VSIO-SUCCESS
125000         MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE
125100         MOVE VSIO-READ TO VSIO-COMMAND
125200         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
125300                             STUDENT-MASTER-FILE,
125400                             STUDENT-RECORD-AREA
125500         IF VSIO-SUCCESS
125600         AND STUDENT-RECORD-AREA (1:7) EQUAL RC-STUDENT-ID
125700         AND VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
125800             MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
125900             MOVE SIR-NAME TO WS-STUDENT-NAME
126000         END-IF.
126100*    END-IF.
126200     MOVE +0 TO VSIO-RETURN-CODE.
126300
126400     IF AID-LINE-COUNT GREATER THAN +50
126500         PERFORM 180-AID-LIST-HEADINGS THRU 189-EXIT.
126600*    END-IF.
126700
126800     MOVE RC-STUDENT-ID TO ADL-STUDENT-ID.
126900     MOVE WS-STUDENT-NAME TO ADL-NAME.
127000     MOVE RC-COURSE-ID TO ADL-COURSE-ID.
127100     MOVE CTR-DESCRIPTION TO ADL-TITLE.
127200     MOVE CTR-CREDIT-HOURS TO ADL-HOURS.
127300     MOVE WS-REVERSE-AMOUNT TO ADL-REVERSED.
127400     MOVE WS-TODAY-CCYYMMDD TO ADL-DROP-DATE.
127500     WRITE AID-LIST-LINE FROM AID-DETAIL-LINE.
127600     ADD +1 TO AID-LINE-COUNT.
127700
127800 159-EXIT.
127900     EXIT.
128000
128100 180-AID-LIST-HEADINGS.
128200
128300     MOVE CC-SEMESTER TO AHL-SEMESTER.
128400     MOVE SMR-DESCRIPTION TO AHL-DESCRIPTION.
128500     MOVE WS-TODAY-CCYYMMDD TO AHL-RUN-DATE.
128600     WRITE AID-LIST-LINE FROM AID-HEADING-LINE-1
128700         AFTER ADVANCING PAGE.
128800     WRITE AID-LIST-LINE FROM BLANK-LINE.
128900     WRITE AID-LIST-LINE FROM AID-HEADING-LINE-2.
129000     MOVE +3 TO AID-LINE-COUNT.
129100
129200 189-EXIT.
129300     EXIT.
129400
129500* ************************************************************** *
129600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
129700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
129800* PROGRAM IN THIS SUITE.                                         *
129900* ************************************************************** *
130000 500-DISPLAY-UNKNOWN-ERROR.
130100
130200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
130300     EXHIBIT NAMED VSIO-RETURN-CODE.
130400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
130500                   VSIO-VSAM-FUNCTION-CODE,
130600                   VSIO-VSAM-FEEDBACK-CODE.
130700
130800 509-EXIT.
130900     EXIT.
130910
130920* ************************************************************** *
130930* PICKS THE RATE PER CREDIT HOUR TUITBILL BILLED THE STUDENT IN  *
130940* RES-STUDENT-ID: THE RESIDENT RATE FOR AN IN-STATE              *
130950* DETERMINATION, OTHERWISE (OUT-OF-STATE OR NONE ON FILE) THE    *
130960* NON-RESIDENT RATE.                                             *
130970* ************************************************************** *
130980 600-FIND-RESIDENCY-RATE.
130990
131000     MOVE TTR-NONRES-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
131010     MOVE VSIO-READ TO VSIO-COMMAND.
131020     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
131030                         RESIDENCY-FILE,
131040                         RESIDENCY-RECORD.
131050*    END-CALL.
131060     IF VSIO-RECORD-NOT-FOUND
131070         MOVE +0 TO VSIO-RETURN-CODE
131080         GO TO 609-EXIT.
131090*    END-IF.
131100     IF NOT VSIO-SUCCESS
131110         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
131120         MOVE +0 TO VSIO-RETURN-CODE
131130         GO TO 609-EXIT.
131140*    END-IF.
131150
131160     IF RES-IN-STATE
131170         MOVE TTR-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
131180*    END-IF.
131190
131200 609-EXIT.
131210     EXIT.
