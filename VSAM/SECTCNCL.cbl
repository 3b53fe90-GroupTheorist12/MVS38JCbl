000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECTCNCL.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* SECTION CANCELLATION RUN.  WHEN A CHAIR CANCELS A SECTION     *
000900* (USUALLY ONE FILLRATE LISTED AS A CANDIDATE) THIS RUN DOES IN *
001000* ONE PASS WHAT USED TO TAKE ONE DRP CARD PER STUDENT:          *
001100*   - EVERY 'E', 'A' AND 'W' ENROLLMENT IN THE SECTION ON       *
001200*     STUDENT-MASTER-FILE IS DROPPED OUTRIGHT.  THE DROP DATE   *
001300*     IS STAMPED AND REWRITTEN FIRST SO THE VSIOAUD BEFORE-     *
001400*     IMAGE OF THE DELETE CARRIES IT, AS IN KSDSMULT -- BUT     *
001500*     THERE IS NO POST-CUTOFF 'X' WITHDRAWAL: THE STUDENT DID   *
001600*     NOT CHOOSE TO LEAVE, SO NOTHING GOES ON THE TRANSCRIPT.   *
001700*   - THE SECTION'S STR-ENROLLED AND STR-CAPACITY ARE ZEROED SO *
001800*     NO FURTHER SEATS ARE GIVEN OUT IN IT.                     *
001900*   - WHAT TUITBILL ASSESSED FOR THE ENROLLMENT IS REFUNDED IN  *
002000*     FULL REGARDLESS OF THE DRPRFND SCHEDULE: CREDIT HOURS     *
002100*     TIMES RESIDENCY RATE FOR AN 'E', THE TTR-AUDIT-FEE FOR    *
002200*     AN 'A' (A WAITLISTED 'W' WAS NEVER BILLED).  ARBAL IS     *
002300*     CREDITED AND AN 'RFD' RECORD APPENDED TO ARDETL.  THE     *
002400*     DROPPED RECORD IS GONE, SO DRPRFND CANNOT PRICE IT AGAIN. *
002500*   - A LETTER TO EACH STUDENT (DDNAME LETTERS) NAMES THE       *
002600*     CANCELLED SECTION AND LISTS THE OTHER SECTIONS OF THE     *
002700*     SAME COURSE AND SEMESTER THAT STILL HAVE OPEN SEATS.      *
002800* EVERY STUDENT PRINTS ON THE CANCELLATION REGISTER (SYSPRINT). *
002810* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) IS      *
002820* STILL DROPPED AND REFUNDED BUT GETS NO LETTER; THEY ARE       *
002830* LISTED ON AN ADDRESS NEEDED PAGE AFTER THE REGISTER.          *
002900*                                                               *
003000* SYSIN CARD: COLS 1-6 SECTION (DEPT/COURSE/SECTION), 7-12      *
003100* SEMESTER, 13-20 OPERATOR ID, 21-28 PASSWORD OF THE DAY.  THE  *
003200* OPERATOR MUST CARRY DROP AUTHORITY ON AUTHTBL.  THE RUN ENDS  *
003300* RC 8 WHEN IT IS REFUSED OR ANY ENROLLMENT COULD NOT BE        *
003400* DROPPED; A RERUN PICKS UP WHATEVER IS STILL ENROLLED.         *
003500*                                                               *
003600* MODIFICATION HISTORY.                                         *
003700*   DATE       INIT  DESCRIPTION                                *
003800*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003810*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE    *
003820*                    LETTER; ADDRESS NEEDED PAGE ADDED.         *
003830*   10/15/2026 JM    TUITION IS REVERSED AT THE STUDENT'S       *
003840*                    RESDTBL RESIDENCY RATE, AS TUITBILL        *
003850*                    BILLS IT (TUITTBL RECORDS GREW TO          *
003860*                    30 BYTES).                                 *
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
005500     SELECT LETTER-FILE
005600         ASSIGN TO UR-1403-S-LETTERS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  CONTROL-CARD-FILE
006100     LABEL RECORDS ARE OMITTED
006200     RECORD CONTAINS 80 CHARACTERS
006300     BLOCK CONTAINS 0 RECORDS
006400     DATA RECORD IS CONTROL-CARD-RECORD.
006500 01  CONTROL-CARD-RECORD.
006600     02  CC-SECTION-ID           PIC 9(06).
006700     02  FILLER                  REDEFINES CC-SECTION-ID.
006800         03  CC-DEPARTMENT       PIC 9(02).
006900         03  CC-COURSE           PIC 9(03).
007000         03  CC-SECTION          PIC 9(01).
007100     02  CC-SEMESTER             PIC X(06).
007200     02  CC-OPERATOR-ID          PIC X(08).
007300     02  CC-PASSWORD             PIC X(08).
007400     02  FILLER                  PIC X(52).
007500
007600 FD  REPORT-FILE
007700     LABEL RECORDS ARE OMITTED
007800     RECORD CONTAINS 132 CHARACTERS
007900     BLOCK CONTAINS 0 RECORDS
008000     DATA RECORD IS REPORT-LINE.
008100 01  REPORT-LINE                 PIC X(132).
008200
008300 FD  LETTER-FILE
008400     LABEL RECORDS ARE OMITTED
008500     RECORD CONTAINS 132 CHARACTERS
008600     BLOCK CONTAINS 0 RECORDS
008700     DATA RECORD IS LETTER-LINE.
008800 01  LETTER-LINE                 PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 77  SCAN-DONE-SWITCH            PIC X(01)   VALUE 'N'.
009200     88  SCAN-DONE                           VALUE 'Y'.
009300 77  WS-AUTH-FAILED-SW           PIC X(01)   VALUE 'N'.
009400     88  WS-AUTH-FAILED                      VALUE 'Y'.
009500 77  WS-ADDRESS-FOUND-SW         PIC X(01)   VALUE 'N'.
009600     88  WS-ADDRESS-FOUND                    VALUE 'Y'.
009700
009800 77  DROPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009900 77  REFUNDED-COUNTER            PIC S9(8) COMP VALUE ZERO.
010000 77  LETTER-COUNTER              PIC S9(8) COMP VALUE ZERO.
010100 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
010110 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
010120     88  WS-MAIL-RETURNED                    VALUE 'Y'.
010130 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
010140 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
010150 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
010160 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
010200 77  WS-PASSWORD-AGE             PIC S9(8) COMP VALUE ZERO.
010300
010400 77  VICTIM-COUNT                PIC S9(4) COMP VALUE ZERO.
010500 77  VICTIM-IDX                  PIC S9(4) COMP VALUE ZERO.
010600 77  VICTIM-LIMIT                PIC S9(4) COMP VALUE +1500.
010700 77  OPEN-COUNT                  PIC S9(4) COMP VALUE ZERO.
010800 77  OPEN-IDX                    PIC S9(4) COMP VALUE ZERO.
010810 77  WS-RATE-PER-HOUR            PIC 9(3)V99 VALUE ZERO.
010900
011000 01  WS-REFUSE-REASON            PIC X(30)   VALUE SPACES.
011100 01  WS-REFUND-AMOUNT            PIC S9(5)V99 COMP-3 VALUE ZERO.
011200 01  WS-GRAND-REFUND             PIC S9(7)V99 COMP-3 VALUE ZERO.
011300 01  WS-SEATS-OPEN               PIC S9(4) COMP VALUE ZERO.
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
012800* ************************************************************** *
012900* THE SECTION'S ENROLLMENTS, COLLECTED ON ONE PASS OF THE MASTER *
013000* AND DROPPED AFTERWARD BY KEY SO THE BROWSE IS NEVER DISTURBED  *
013100* BY ITS OWN DELETES.                                            *
013200* ************************************************************** *
013300 01  VICTIM-TABLE.
013400     02  VCT-ENTRY OCCURS 1500 TIMES.
013500         03  VCT-KEY             PIC X(10).
013600         03  VCT-STATUS          PIC X(01).
013700
013800* ************************************************************** *
013900* THE OTHER SECTIONS OF THE SAME COURSE AND SEMESTER THAT STILL  *
014000* HAVE OPEN SEATS, FOR THE LETTERS.                              *
014100* ************************************************************** *
014200 01  OPEN-SECTION-TABLE.
014300     02  OST-ENTRY OCCURS 10 TIMES.
014400         03  OST-NUMBER          PIC 9(01).
014500         03  OST-MEET-DAYS       PIC X(05).
014600         03  OST-START-TIME      PIC X(04).
014700         03  OST-END-TIME        PIC X(04).
014800         03  OST-ROOM            PIC X(05).
014900         03  OST-SEATS-OPEN      PIC 9(03).
015000
015100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
015200 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
015300 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
015400 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
015500 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
015600 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
015700 01  TUITION-RATE-FILE           COPY VSAMIOFB.
015710 01  RESIDENCY-FILE              COPY VSAMIOFB.
015800 01  BALANCE-FILE                COPY VSAMIOFB.
015900 01  AR-DETAIL-FILE              COPY VSAMIOFB.
015905 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
015910 01  RETURNED-MAIL-RECORD.
015915     02  MRT-STUDENT-ID          PIC X(07).
015920     02  MRT-RETURNED-DATE       PIC 9(08).
015925     02  MRT-ENTERED-DATE        PIC 9(08).
015930     02  MRT-OPERATOR-ID         PIC X(08).
015935     02  FILLER                  PIC X(09).
015940
015945* ************************************************************** *
015950* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
015955* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
015960* ************************************************************** *
015965 01  ADDRESS-NEEDED-TABLE.
015970     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
015975         03  ANE-STUDENT-ID      PIC X(07).
015980         03  ANE-NAME            PIC X(22).
015985         03  ANE-ADDRESS         PIC X(25).
015990         03  ANE-RETURNED-DATE   PIC 9(08).
016000
016100 01  AUTH-TABLE-RECORD.
016200     02  ATR-OPERATOR-ID         PIC X(08).
016300     02  ATR-PASSWORD            PIC X(08).
016400     02  ATR-NAME                PIC X(20).
016500     02  ATR-ADD-AUTH            PIC X(01).
016600     02  ATR-DROP-AUTH           PIC X(01).
016700     02  ATR-GRADE-AUTH          PIC X(01).
016800     02  ATR-WRITEOFF-AUTH       PIC X(01).
016900     02  ATR-PASSWORD-DATE       PIC 9(08).
017000     02  FILLER REDEFINES ATR-PASSWORD-DATE.
017100         03  ATR-PW-CCYY         PIC 9(04).
017200         03  ATR-PW-MM           PIC 9(02).
017300         03  ATR-PW-DD           PIC 9(02).
017400     02  ATR-MAX-AGE             PIC 9(02).
017500
017600 01  STUDENT-RECORD-AREA         PIC X(83).
017700 01  STUDENT-INFO-RECORD.
017800     02  SIR-STUDENT-ID          PIC X(07).
017900     02  SIR-KEY-ID              PIC 9(03).
018000     02  SIR-NAME                PIC X(22).
018100     02  SIR-ADDRESS             PIC X(25).
018200     02  SIR-CITY                PIC X(15).
018300     02  SIR-STATE               PIC X(02).
018400     02  SIR-ZIPCODE             PIC 9(05).
018500     02  SIR-GENDER              PIC X(01).
018600     02  SIR-MAJOR               PIC X(03).
018700
018800 01  COURSE-INFO-RECORD.
018900     02  CIR-STUDENT-ID          PIC X(07).
019000     02  CIR-KEY-ID              PIC 9(03).
019100     02  CIR-COURSE-ID           PIC 9(06).
019200     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
019300     02  CIR-STATUS              PIC X(01).
019400         88  CIR-ENROLLED                VALUE 'E'.
019500         88  CIR-AUDITING                VALUE 'A'.
019600         88  CIR-WAITLISTED              VALUE 'W'.
019700     02  CIR-SEMESTER            PIC X(06).
019800     02  CIR-ENROLL-DATE         PIC 9(08).
019900     02  CIR-DROP-DATE           PIC 9(08).
020000     02  CIR-WAIT-POSITION       PIC 9(03).
020100     02  CIR-WAIT-DATE           PIC 9(08).
020200
020300 01  SECTION-TABLE-RECORD.
020400     02  STR-DEPARTMENT          PIC 9(02).
020500     02  STR-COURSE              PIC 9(03).
020600     02  STR-NUMBER              PIC 9(01).
020700     02  STR-SEMESTER            PIC X(06).
020800     02  STR-DESCRIPTION         PIC X(11).
020900     02  STR-CAPACITY            PIC 9(03).
021000     02  STR-ENROLLED            PIC 9(03).
021100     02  STR-MEET-DAYS           PIC X(05).
021200     02  STR-START-TIME          PIC 9(04).
021300     02  STR-END-TIME            PIC 9(04).
021400     02  STR-ROOM                PIC X(05).
021500     02  STR-INSTRUCTOR-ID       PIC X(05).
021600     02  STR-XLIST-SECTION       PIC 9(06).
021700     02  STR-XLIST-SHARE         PIC 9(03).
021800
021900 01  COURSE-TABLE-RECORD.
022000     02  CTR-DEPARTMENT          PIC 9(02).
022100     02  CTR-NUMBER              PIC 9(03).
022200     02  CTR-DESCRIPTION         PIC X(50).
022300     02  CTR-CREDIT-HOURS        PIC 9(01).
022400
022500 01  SEMESTER-TABLE-RECORD.
022600     02  SMR-CODE                PIC X(06).
022700     02  SMR-DESCRIPTION         PIC X(20).
022800     02  FILLER                  PIC X(98).
022900
023000 01  TUITION-RATE-RECORD.
023100     02  TTR-SEMESTER            PIC X(06).
023200     02  TTR-RATE-PER-HOUR       PIC 9(3)V99.
023300     02  TTR-FLAT-FEE            PIC 9(4)V99.
023400     02  TTR-FULLTIME-CAP        PIC 9(02).
023500     02  TTR-AUDIT-FEE           PIC 9(4)V99.
023507     02  TTR-NONRES-RATE-PER-HOUR
023514                                 PIC 9(3)V99.
023521
023528* ************************************************************** *
023535* RESIDENCY DETERMINATION (DDNAME RESDTBL, KEYED BY STUDENT),    *
023542* MAINTAINED BY RESDMNT.  ONLY RES-RESIDENCY IS USED HERE.       *
023549* ************************************************************** *
023556 01  RESIDENCY-RECORD.
023563     02  RES-STUDENT-ID          PIC X(07).
023570     02  RES-RESIDENCY           PIC X(01).
023577         88  RES-IN-STATE                VALUE 'I'.
023584     02  FILLER                  PIC X(32).
023600
023700 01  BALANCE-RECORD.
023800     02  ABR-STUDENT-ID          PIC X(07).
023900     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
024000     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
024100     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
024200
024300 01  AR-DETAIL-RECORD.
024400     02  ARD-STUDENT-ID          PIC X(07).
024500     02  ARD-POST-DATE           PIC 9(08).
024600     02  ARD-TYPE                PIC X(03).
024700     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
024800     02  ARD-REFERENCE           PIC X(20).
024900     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
025000     02  FILLER                  PIC X(14).
025100
025200 01  HEADING-LINE-1.
025300     02  FILLER                  PIC X(43) VALUE
025400         'SECTCNCL - SECTION CANCELLATION REGISTER - '.
025500     02  HL1-SECTION-ID          PIC 9(06).
025600     02  FILLER                  PIC X(01) VALUE SPACES.
025700     02  HL1-SEMESTER            PIC X(06).
025800     02  FILLER                  PIC X(02) VALUE SPACES.
025900     02  HL1-DESCRIPTION         PIC X(50).
026000     02  FILLER                  PIC X(24) VALUE SPACES.
026100
026200 01  HEADING-LINE-2.
026300     02  FILLER                  PIC X(12) VALUE 'STUDENTID'.
026400     02  FILLER                  PIC X(05) VALUE 'KEY'.
026500     02  FILLER                  PIC X(08) VALUE 'STATUS'.
026600     02  FILLER                  PIC X(11) VALUE '    REFUND'.
026700     02  FILLER                  PIC X(96) VALUE '  NOTE'.
026800
026900 01  DETAIL-LINE.
027000     02  DL-STUDENT-ID           PIC X(07).
027100     02  FILLER                  PIC X(05) VALUE SPACES.
027200     02  DL-KEY-ID               PIC X(03).
027300     02  FILLER                  PIC X(04) VALUE SPACES.
027400     02  DL-STATUS               PIC X(01).
027500     02  FILLER                  PIC X(05) VALUE SPACES.
027600     02  DL-REFUND               PIC ZZ,ZZ9.99.
027700     02  FILLER                  PIC X(02) VALUE SPACES.
027800     02  DL-NOTE                 PIC X(40).
027900     02  FILLER                  PIC X(56) VALUE SPACES.
028000
028100 01  SECTION-RESULT-LINE.
028200     02  FILLER                  PIC X(29) VALUE
028300         'SECTION SEATS ZEROED:        '.
028400     02  SRL-RESULT              PIC X(30).
028500     02  FILLER                  PIC X(73) VALUE SPACES.
028600
028700 01  TOTAL-LINE.
028800     02  FILLER                  PIC X(18) VALUE
028900         'STUDENTS DROPPED: '.
029000     02  TL-DROPPED              PIC ZZZZ9.
029100     02  FILLER                  PIC X(12) VALUE '  REFUNDED: '.
029200     02  TL-REFUNDED             PIC ZZZZ9.
029300     02  FILLER                  PIC X(15) VALUE
029400         '  TOTAL AMOUNT:'.
029500     02  TL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
029600     02  FILLER                  PIC X(11) VALUE '  LETTERS: '.
029700     02  TL-LETTERS              PIC ZZZZ9.
029800     02  FILLER                  PIC X(18) VALUE
029810         '  ADDRESS NEEDED: '.
029820     02  TL-ADDRESS-NEEDED       PIC ZZZZ9.
029830     02  FILLER                  PIC X(26) VALUE SPACES.
029900
029902 01  ADDRESS-NEEDED-HEAD-LINE.
029904     02  FILLER                  PIC X(44) VALUE
029906         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
029908     02  FILLER                  PIC X(22) VALUE
029910         ' - NOT MAILED THIS RUN'.
029912     02  FILLER                  PIC X(66) VALUE SPACES.
029914
029916 01  ADDRESS-NEEDED-COLUMN-LINE.
029918     02  FILLER                  PIC X(33) VALUE
029920         'STUDENT  NAME                    '.
029922     02  FILLER                  PIC X(35) VALUE
029924         'ADDRESS ON FILE            RETURNED'.
029926     02  FILLER                  PIC X(64) VALUE SPACES.
029928
029930 01  ADDRESS-NEEDED-LINE.
029932     02  ANL-STUDENT-ID          PIC X(07).
029934     02  FILLER                  PIC X(02) VALUE SPACES.
029936     02  ANL-NAME                PIC X(22).
029938     02  FILLER                  PIC X(02) VALUE SPACES.
029940     02  ANL-ADDRESS             PIC X(25).
029942     02  FILLER                  PIC X(02) VALUE SPACES.
029944     02  ANL-RETURNED-DATE       PIC 9(08).
029946     02  FILLER                  PIC X(64) VALUE SPACES.
029948
029950 01  ADDRESS-NEEDED-FULL-LINE.
029952     02  FILLER                  PIC X(46) VALUE
029954         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
029956     02  FILLER                  PIC X(14) VALUE
029958         'NOT LISTED ***'.
029960     02  FILLER                  PIC X(72) VALUE SPACES.
029962
029964 01  ADDRESS-NEEDED-TOTAL-LINE.
029966     02  FILLER                  PIC X(16) VALUE
029968         'ADDRESS NEEDED: '.
029970     02  ANT-COUNT               PIC ZZZZ9.
029972     02  FILLER                  PIC X(111) VALUE SPACES.
029974
030000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
030100
030200 01  ADDRESS-LINE.
030300     02  FILLER                  PIC X(09) VALUE SPACES.
030400     02  AL-TEXT                 PIC X(40).
030500     02  FILLER                  PIC X(83) VALUE SPACES.
030600
030700 01  CITY-STATE-ZIP-LINE.
030800     02  FILLER                  PIC X(09) VALUE SPACES.
030900     02  CSL-CITY                PIC X(15).
031000     02  FILLER                  PIC X(01) VALUE SPACES.
031100     02  CSL-STATE               PIC X(02).
031200     02  FILLER                  PIC X(01) VALUE SPACES.
031300     02  CSL-ZIPCODE             PIC 9(05).
031400     02  FILLER                  PIC X(99) VALUE SPACES.
031500
031600 01  BODY-LINE-1.
031700     02  FILLER                  PIC X(45) VALUE
031800         'WE REGRET THAT THE SECTION BELOW HAS BEEN CAN'.
031900     02  FILLER                  PIC X(45) VALUE
032000         'CELLED AND YOUR REGISTRATION IN IT DROPPED:  '.
032100     02  FILLER                  PIC X(42) VALUE SPACES.
032200
032300 01  COURSE-LINE.
032400     02  FILLER                  PIC X(05) VALUE SPACES.
032500     02  CL-COURSE-ID            PIC 9(06).
032600     02  FILLER                  PIC X(02) VALUE SPACES.
032700     02  CL-DESCRIPTION          PIC X(50).
032800     02  FILLER                  PIC X(02) VALUE SPACES.
032900     02  CL-SEMESTER             PIC X(06).
033000     02  FILLER                  PIC X(61) VALUE SPACES.
033100
033200 01  REFUND-LINE.
033300     02  FILLER                  PIC X(20) VALUE
033400         'A FULL REFUND OF    '.
033500     02  RFL-AMOUNT              PIC ZZ,ZZ9.99.
033600     02  FILLER                  PIC X(37) VALUE
033700         ' HAS BEEN CREDITED TO YOUR ACCOUNT.  '.
033800     02  FILLER                  PIC X(66) VALUE SPACES.
033900
034000 01  OPEN-HEAD-LINE.
034100     02  FILLER                  PIC X(45) VALUE
034200         'THESE SECTIONS OF THE SAME COURSE STILL HAVE '.
034300     02  FILLER                  PIC X(32) VALUE
034400         'OPEN SEATS THIS SEMESTER:       '.
034500     02  FILLER                  PIC X(55) VALUE SPACES.
034600
034700 01  OPEN-SECTION-LINE.
034800     02  FILLER                  PIC X(05) VALUE SPACES.
034900     02  FILLER                  PIC X(08) VALUE 'SECTION '.
035000     02  OSL-NUMBER              PIC 9(01).
035100     02  FILLER                  PIC X(08) VALUE '  MEETS '.
035200     02  OSL-MEET-DAYS           PIC X(05).
035300     02  FILLER                  PIC X(01) VALUE SPACES.
035400     02  OSL-START-TIME          PIC X(04).
035500     02  OSL-TIME-DASH           PIC X(01).
035600     02  OSL-END-TIME            PIC X(04).
035700     02  FILLER                  PIC X(06) VALUE ' ROOM '.
035800     02  OSL-ROOM                PIC X(05).
035900     02  FILLER                  PIC X(02) VALUE SPACES.
036000     02  OSL-SEATS-OPEN          PIC ZZ9.
036100     02  FILLER                  PIC X(11) VALUE ' SEATS OPEN'.
036200     02  FILLER                  PIC X(68) VALUE SPACES.
036300
036400 01  NO-OPEN-LINE.
036500     02  FILLER                  PIC X(45) VALUE
036600         'NO OTHER SECTION OF THIS COURSE HAS OPEN SEAT'.
036700     02  FILLER                  PIC X(45) VALUE
036800         'S THIS SEMESTER; PLEASE SEE YOUR ADVISOR.    '.
036900     02  FILLER                  PIC X(42) VALUE SPACES.
037000
037100 01  CLOSING-LINE.
037200     02  FILLER                  PIC X(24) VALUE
037300         'OFFICE OF THE REGISTRAR '.
037400     02  FILLER                  PIC X(108) VALUE SPACES.
037500
037600 PROCEDURE DIVISION.
037700
037800 000-INITIATE.
037900
038000     DISPLAY 'SECTCNCL: SECTION CANCELLATION'.
038100     DISPLAY '------------------------------'.
038200     DISPLAY ' '.
038300
038400     OPEN INPUT CONTROL-CARD-FILE.
038500     MOVE SPACES TO CONTROL-CARD-RECORD.
038600     READ CONTROL-CARD-FILE
038700         AT END
038800             DISPLAY 'SECTCNCL: NO CONTROL CARD SUPPLIED - '
038900                     'STOPPING'
039000             MOVE +8 TO RETURN-CODE
039100             STOP RUN.
039200*    END-READ.
039300     CLOSE CONTROL-CARD-FILE.
039400
039500     IF CC-SECTION-ID NOT NUMERIC
039600     OR CC-SEMESTER EQUAL SPACES
039700         DISPLAY 'SECTCNCL: SECTION OR SEMESTER INVALID - '
039800                 'STOPPING'
039900         MOVE +8 TO RETURN-CODE
040000         STOP RUN.
040100*    END-IF.
040200
040300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
040400     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
040500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
040600     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
040700     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
040800     MOVE WS-RUN-MM TO WS-TODAY-MM.
040900     MOVE WS-RUN-DD TO WS-TODAY-DD.
041000
041100     PERFORM 030-CHECK-OPERATOR-AUTH THRU 039-EXIT.
041200     IF WS-AUTH-FAILED
041300         MOVE +8 TO RETURN-CODE
041400         STOP RUN.
041500*    END-IF.
041600
041700     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
041800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
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
043600     MOVE CC-SEMESTER TO SMR-CODE.
043700     MOVE VSIO-READ TO VSIO-COMMAND.
043800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043900                         SEMESTER-TABLE-FILE,
044000                         SEMESTER-TABLE-RECORD.
044100*    END-CALL.
044200     IF NOT VSIO-SUCCESS
044300         DISPLAY 'SECTCNCL: SEMESTER ' CC-SEMESTER
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
045500     MOVE 'TUITTBL' TO VSIO-DDNAME OF TUITION-RATE-FILE.
045600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF TUITION-RATE-FILE.
045700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF TUITION-RATE-FILE.
045800     MOVE VSIO-INPUT TO VSIO-MODE OF TUITION-RATE-FILE.
045900     MOVE +30 TO VSIO-RECORD-LENGTH OF TUITION-RATE-FILE.
046000     MOVE +0 TO VSIO-KEY-POSITION OF TUITION-RATE-FILE.
046100     MOVE +6 TO VSIO-KEY-LENGTH OF TUITION-RATE-FILE.
046200     MOVE VSIO-OPEN TO VSIO-COMMAND.
046300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046400                         TUITION-RATE-FILE,
046500                         TUITION-RATE-RECORD.
046600*    END-CALL.
046700     IF NOT VSIO-SUCCESS
046800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046900         MOVE +8 TO RETURN-CODE
047000         STOP RUN.
047100*    END-IF.
047200
047300     MOVE SPACES TO TUITION-RATE-RECORD.
047400     MOVE CC-SEMESTER TO TTR-SEMESTER.
047500     MOVE VSIO-READ TO VSIO-COMMAND.
047600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047700                         TUITION-RATE-FILE,
047800                         TUITION-RATE-RECORD.
047900*    END-CALL.
048000     IF NOT VSIO-SUCCESS
048100         DISPLAY 'SECTCNCL: NO TUITION RATE ON FILE FOR '
048200                 CC-SEMESTER ' - STOPPING'
048300         MOVE +8 TO RETURN-CODE
048400         STOP RUN.
048500*    END-IF.
048600     IF TTR-RATE-PER-HOUR NOT NUMERIC
048700         MOVE ZERO TO TTR-RATE-PER-HOUR.
048800*    END-IF.
048900     IF TTR-AUDIT-FEE NOT NUMERIC
049000         MOVE ZERO TO TTR-AUDIT-FEE.
049100*    END-IF.
049101
049103* A RATE RECORD WITH NO NON-RESIDENT RATE PRICES EVERY STUDENT
049106* AT THE RESIDENT RATE, THE SAME AS TUITBILL.
049109     IF TTR-NONRES-RATE-PER-HOUR NOT NUMERIC
049112     OR TTR-NONRES-RATE-PER-HOUR EQUAL ZERO
049115         MOVE TTR-RATE-PER-HOUR TO TTR-NONRES-RATE-PER-HOUR.
049118*    END-IF.
049121
049124     MOVE 'RESDTBL' TO VSIO-DDNAME OF RESIDENCY-FILE.
049127     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RESIDENCY-FILE.
049130     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RESIDENCY-FILE.
049133     MOVE VSIO-INPUT TO VSIO-MODE OF RESIDENCY-FILE.
049136     MOVE +40 TO VSIO-RECORD-LENGTH OF RESIDENCY-FILE.
049139     MOVE +0 TO VSIO-KEY-POSITION OF RESIDENCY-FILE.
049142     MOVE +7 TO VSIO-KEY-LENGTH OF RESIDENCY-FILE.
049145     MOVE VSIO-OPEN TO VSIO-COMMAND.
049148     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049151                         RESIDENCY-FILE,
049154                         RESIDENCY-RECORD.
049157*    END-CALL.
049160     IF NOT VSIO-SUCCESS
049163         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049166         MOVE +8 TO RETURN-CODE
049169         STOP RUN.
049172*    END-IF.
049200
049300     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
049400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
049500     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF SECTION-TABLE-FILE.
049600     MOVE VSIO-I-O TO VSIO-MODE OF SECTION-TABLE-FILE.
049700     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
049800     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
049900     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
050000     MOVE VSIO-OPEN TO VSIO-COMMAND.
050100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050200                         SECTION-TABLE-FILE,
050300                         SECTION-TABLE-RECORD.
050400*    END-CALL.
050500     IF NOT VSIO-SUCCESS
050600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050700         MOVE +8 TO RETURN-CODE
050800         STOP RUN.
050900*    END-IF.
051000
051100     MOVE SPACES TO SECTION-TABLE-RECORD.
051200     MOVE CC-DEPARTMENT TO STR-DEPARTMENT.
051300     MOVE CC-COURSE TO STR-COURSE.
051400     MOVE CC-SECTION TO STR-NUMBER.
051500     MOVE CC-SEMESTER TO STR-SEMESTER.
051600     MOVE VSIO-READ TO VSIO-COMMAND.
051700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051800                         SECTION-TABLE-FILE,
051900                         SECTION-TABLE-RECORD.
052000*    END-CALL.
052100     IF NOT VSIO-SUCCESS
052200         DISPLAY 'SECTCNCL: SECTION ' CC-SECTION-ID ' '
052300                 CC-SEMESTER ' IS NOT ON SECTTBL - STOPPING'
052400         MOVE +8 TO RETURN-CODE
052500         STOP RUN.
052600*    END-IF.
052700
052800     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
052900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
053000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
053100     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
053200     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
053300     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
053400     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
053500     MOVE VSIO-OPEN TO VSIO-COMMAND.
053600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053700                         COURSE-TABLE-FILE,
053800                         COURSE-TABLE-RECORD.
053900*    END-CALL.
054000     IF NOT VSIO-SUCCESS
054100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054200         MOVE +8 TO RETURN-CODE
054300         STOP RUN.
054400*    END-IF.
054500
054600     MOVE SPACES TO COURSE-TABLE-RECORD.
054700     MOVE CC-DEPARTMENT TO CTR-DEPARTMENT.
054800     MOVE CC-COURSE TO CTR-NUMBER.
054900     MOVE VSIO-READ TO VSIO-COMMAND.
055000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055100                         COURSE-TABLE-FILE,
055200                         COURSE-TABLE-RECORD.
055300*    END-CALL.
055400     IF NOT VSIO-SUCCESS
055500         MOVE '*** NOT IN TABLE FILE ***' TO CTR-DESCRIPTION
055600         MOVE ZERO TO CTR-CREDIT-HOURS
055700         MOVE +0 TO VSIO-RETURN-CODE.
055800*    END-IF.
055900
056000     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
056100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
056200     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
056300     MOVE VSIO-I-O TO VSIO-MODE OF STUDENT-MASTER-FILE.
056400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
056500     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
056600     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
056700     MOVE VSIO-OPEN TO VSIO-COMMAND.
056800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056900                         STUDENT-MASTER-FILE,
057000                         STUDENT-RECORD-AREA.
057100*    END-CALL.
057200     IF NOT VSIO-SUCCESS
057300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057400         MOVE +8 TO RETURN-CODE
057500         STOP RUN.
057600*    END-IF.
057700
057800     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
057900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
058000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
058100     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
058200     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
058300     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
058400     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
058500     MOVE VSIO-OPEN TO VSIO-COMMAND.
058600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058700                         BALANCE-FILE,
058800                         BALANCE-RECORD.
058900*    END-CALL.
059000     IF NOT VSIO-SUCCESS
059100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
059200         MOVE +8 TO RETURN-CODE
059300         STOP RUN.
059400*    END-IF.
059500
059600     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
059700     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
059800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
059900     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
060000     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
060100     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
060200     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
060300     MOVE VSIO-OPEN TO VSIO-COMMAND.
060400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060500                         AR-DETAIL-FILE,
060600                         AR-DETAIL-RECORD.
060700*    END-CALL.
060800     IF NOT VSIO-SUCCESS
060900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061000         MOVE +8 TO RETURN-CODE
061100         STOP RUN.
061200*    END-IF.
061205
061210     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
061215     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
061220     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
061225     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
061230     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
061235     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
061240     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
061245     MOVE VSIO-OPEN TO VSIO-COMMAND.
061250     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061255                         RETURNED-MAIL-FILE,
061260                         RETURNED-MAIL-RECORD.
061265*    END-CALL.
061270     IF NOT VSIO-SUCCESS
061275         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
061280         MOVE +8 TO RETURN-CODE
061285         STOP RUN.
061290*    END-IF.
061300
061400     OPEN OUTPUT REPORT-FILE.
061500     OPEN OUTPUT LETTER-FILE.
061600     MOVE CC-SECTION-ID TO HL1-SECTION-ID.
061700     MOVE CC-SEMESTER TO HL1-SEMESTER.
061800     MOVE CTR-DESCRIPTION TO HL1-DESCRIPTION.
061900     WRITE REPORT-LINE FROM HEADING-LINE-1.
062000     WRITE REPORT-LINE FROM BLANK-LINE.
062100     WRITE REPORT-LINE FROM HEADING-LINE-2.
062200
062300 010-PROCESS.
062400
062500     PERFORM 100-COLLECT-OPEN-SECTIONS THRU 109-EXIT.
062600     PERFORM 110-COLLECT-ENROLLMENTS THRU 119-EXIT.
062700
062800     MOVE 1 TO VICTIM-IDX.
062900     PERFORM 120-CANCEL-ONE-ENROLLMENT
063000        THRU 129-EXIT
063100       UNTIL VICTIM-IDX GREATER THAN VICTIM-COUNT.
063200*    END-PERFORM.
063300
063400     PERFORM 150-CLOSE-SECTION THRU 159-EXIT.
063500
063600 020-TERMINATE.
063700
063800     MOVE DROPPED-COUNTER TO TL-DROPPED.
063900     MOVE REFUNDED-COUNTER TO TL-REFUNDED.
064000     MOVE WS-GRAND-REFUND TO TL-AMOUNT.
064100     MOVE LETTER-COUNTER TO TL-LETTERS.
064110     MOVE ADDRESS-NEEDED-COUNTER TO TL-ADDRESS-NEEDED.
064200     WRITE REPORT-LINE FROM BLANK-LINE.
064300     WRITE REPORT-LINE FROM TOTAL-LINE.
064310     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
064400
064500     CLOSE REPORT-FILE.
064600     CLOSE LETTER-FILE.
064700
064800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
064900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065000                         STUDENT-MASTER-FILE,
065100                         STUDENT-RECORD-AREA.
065200*    END-CALL.
065300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065400                         SECTION-TABLE-FILE,
065500                         SECTION-TABLE-RECORD.
065600*    END-CALL.
065700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
065800                         COURSE-TABLE-FILE,
065900                         COURSE-TABLE-RECORD.
066000*    END-CALL.
066100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066200                         TUITION-RATE-FILE,
066300                         TUITION-RATE-RECORD.
066400*    END-CALL.
066410     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066420                         RESIDENCY-FILE,
066430                         RESIDENCY-RECORD.
066440*    END-CALL.
066500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066600                         BALANCE-FILE,
066700                         BALANCE-RECORD.
066800*    END-CALL.
066900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
067000                         AR-DETAIL-FILE,
067100                         AR-DETAIL-RECORD.
067200*    END-CALL.
067210     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
067220                         RETURNED-MAIL-FILE,
067230                         RETURNED-MAIL-RECORD.
067240*    END-CALL.
067300
067400     DISPLAY 'SECTCNCL: STUDENTS DROPPED: ' DROPPED-COUNTER.
067500     DISPLAY 'SECTCNCL: REFUNDS CREDITED: ' REFUNDED-COUNTER.
067600     DISPLAY 'SECTCNCL: LETTERS PRINTED:  ' LETTER-COUNTER.
067610     DISPLAY 'SECTCNCL: ADDRESS NEEDED:   '
067620         ADDRESS-NEEDED-COUNTER.
067700
067800     IF ERROR-COUNTER GREATER THAN ZERO
067900         MOVE +8 TO RETURN-CODE.
068000*    END-IF.
068100     STOP RUN.
068200
068300* ************************************************************** *
068400* VALIDATES THE SYSIN OPERATOR AGAINST AUTHTBL WITH THE DROP     *
068500* AUTHORITY, THE SAME GATE THE OTHER MASTER-CHANGING RUNS        *
068600* APPLY.                                                         *
068700* ************************************************************** *
068800 030-CHECK-OPERATOR-AUTH.
068900
069000     MOVE 'N' TO WS-AUTH-FAILED-SW.
069100     MOVE SPACES TO VSIO-OPERATOR-ID.
069200
069300     IF CC-OPERATOR-ID EQUAL SPACES
069400         MOVE 'NO OPERATOR ID ON SYSIN CARD' TO WS-REFUSE-REASON
069500         PERFORM 035-REFUSE-RUN THRU 035-EXIT
069600         GO TO 039-EXIT.
069700*    END-IF.
069800
069900     MOVE 'AUTHTBL' TO VSIO-DDNAME OF AUTH-TABLE-FILE.
070000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF AUTH-TABLE-FILE.
070100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF AUTH-TABLE-FILE.
070200     MOVE VSIO-INPUT TO VSIO-MODE OF AUTH-TABLE-FILE.
070300     MOVE +50 TO VSIO-RECORD-LENGTH OF AUTH-TABLE-FILE.
070400     MOVE +0 TO VSIO-KEY-POSITION OF AUTH-TABLE-FILE.
070500     MOVE +8 TO VSIO-KEY-LENGTH OF AUTH-TABLE-FILE.
070600     MOVE VSIO-OPEN TO VSIO-COMMAND.
070700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070800                         AUTH-TABLE-FILE,
070900                         AUTH-TABLE-RECORD.
071000*    END-CALL.
071100     IF NOT VSIO-SUCCESS
071200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
071300         MOVE 'Y' TO WS-AUTH-FAILED-SW
071400         GO TO 039-EXIT.
071500*    END-IF.
071600
071700     MOVE SPACES TO AUTH-TABLE-RECORD.
071800     MOVE CC-OPERATOR-ID TO ATR-OPERATOR-ID.
071900     MOVE VSIO-READ TO VSIO-COMMAND.
072000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072100                         AUTH-TABLE-FILE,
072200                         AUTH-TABLE-RECORD.
072300*    END-CALL.
072400     IF NOT VSIO-SUCCESS
072500         MOVE 'OPERATOR NOT ON AUTH TABLE' TO WS-REFUSE-REASON
072600         PERFORM 035-REFUSE-RUN THRU 035-EXIT
072700         GO TO 038-CLOSE-AUTH.
072800*    END-IF.
072900
073000     IF ATR-PASSWORD NOT EQUAL CC-PASSWORD
073100         MOVE 'INVALID PASSWORD OF THE DAY' TO WS-REFUSE-REASON
073200         PERFORM 035-REFUSE-RUN THRU 035-EXIT
073300         GO TO 038-CLOSE-AUTH.
073400*    END-IF.
073500
073600* A PASSWORD OLDER THAN THE OPERATOR'S MAX-AGE (DAYS, ON THE
073700* 30/360 CONVENTION THE AGING REPORTS USE) HAS EXPIRED AND
073800* MUST BE RESET THROUGH AUTHMNT.  MAX-AGE ZERO MEANS NO AGING.
073900     IF ATR-MAX-AGE NUMERIC
074000     AND ATR-MAX-AGE GREATER THAN ZERO
074100     AND ATR-PASSWORD-DATE NUMERIC
074200     AND ATR-PASSWORD-DATE GREATER THAN ZERO
074300         COMPUTE WS-PASSWORD-AGE =
074400             ((WS-TODAY-CCYY - ATR-PW-CCYY) * 360)
074500             + ((WS-TODAY-MM - ATR-PW-MM) * 30)
074600             + (WS-TODAY-DD - ATR-PW-DD)
074700         IF WS-PASSWORD-AGE GREATER THAN ATR-MAX-AGE
074800             MOVE 'PASSWORD EXPIRED - SEE AUTHMNT'
074900                 TO WS-REFUSE-REASON
075000             PERFORM 035-REFUSE-RUN THRU 035-EXIT
075100             GO TO 038-CLOSE-AUTH
075200         END-IF.
075300*    END-IF.
075400
075500     IF ATR-DROP-AUTH NOT EQUAL 'Y'
075600         MOVE 'OPERATOR NOT AUTHORIZED' TO WS-REFUSE-REASON
075700         PERFORM 035-REFUSE-RUN THRU 035-EXIT
075800         GO TO 038-CLOSE-AUTH.
075900*    END-IF.
076000
076100     MOVE CC-OPERATOR-ID TO VSIO-OPERATOR-ID.
076200
076300 038-CLOSE-AUTH.
076400
076500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
076600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
076700                         AUTH-TABLE-FILE,
076800                         AUTH-TABLE-RECORD.
076900*    END-CALL.
077000
077100 039-EXIT.
077200     EXIT.
077300
077400 035-REFUSE-RUN.
077500
077600     DISPLAY 'SECTCNCL: RUN REFUSED - ' WS-REFUSE-REASON.
077700     MOVE 'Y' TO WS-AUTH-FAILED-SW.
077800
077900 035-EXIT.
078000     EXIT.
078100
078200* ************************************************************** *
078300* BROWSES SECTTBL FROM THE FIRST SECTION OF THE COURSE AND KEEPS *
078400* EVERY OTHER SECTION OF THE SAME SEMESTER WITH A SEAT OPEN.     *
078500* ************************************************************** *
078600 100-COLLECT-OPEN-SECTIONS.
078700
078800     MOVE ZERO TO OPEN-COUNT.
078900     MOVE 'N' TO SCAN-DONE-SWITCH.
079000
079100     MOVE SPACES TO SECTION-TABLE-RECORD.
079200     MOVE CC-DEPARTMENT TO STR-DEPARTMENT.
079300     MOVE CC-COURSE TO STR-COURSE.
079400     MOVE ZERO TO STR-NUMBER.
079500     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
079600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
079700                         SECTION-TABLE-FILE,
079800                         SECTION-TABLE-RECORD.
079900*    END-CALL.
080000     IF NOT VSIO-SUCCESS
080100         MOVE +0 TO VSIO-RETURN-CODE
080200         GO TO 109-EXIT.
080300*    END-IF.
080400
080500     PERFORM 105-CHECK-ONE-SECTION
080600        THRU 105-EXIT
080700       UNTIL SCAN-DONE.
080800*    END-PERFORM.
080900
081000 109-EXIT.
081100     EXIT.
081200
081300 105-CHECK-ONE-SECTION.
081400
081500     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
081600     MOVE VSIO-READ TO VSIO-COMMAND.
081700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
081800                         SECTION-TABLE-FILE,
081900                         SECTION-TABLE-RECORD.
082000*    END-CALL.
082100     IF NOT VSIO-SUCCESS
082200         MOVE +0 TO VSIO-RETURN-CODE
082300         MOVE 'Y' TO SCAN-DONE-SWITCH
082400         GO TO 105-EXIT.
082500*    END-IF.
082600
082700     IF STR-DEPARTMENT NOT EQUAL CC-DEPARTMENT
082800     OR STR-COURSE NOT EQUAL CC-COURSE
082900         MOVE 'Y' TO SCAN-DONE-SWITCH
083000         GO TO 105-EXIT.
083100*    END-IF.
083200
083300     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
083400     OR STR-NUMBER EQUAL CC-SECTION
083500     OR STR-ENROLLED NOT LESS THAN STR-CAPACITY
083600     OR OPEN-COUNT NOT LESS THAN 10
083700         GO TO 105-EXIT.
083800*    END-IF.
083900
084000     ADD +1 TO OPEN-COUNT.
084100     MOVE STR-NUMBER TO OST-NUMBER (OPEN-COUNT).
084200     MOVE STR-MEET-DAYS TO OST-MEET-DAYS (OPEN-COUNT).
084300     IF STR-START-TIME NUMERIC
084400         MOVE STR-START-TIME TO OST-START-TIME (OPEN-COUNT)
084500         MOVE STR-END-TIME TO OST-END-TIME (OPEN-COUNT)
084600     ELSE
084700         MOVE 'TBA' TO OST-START-TIME (OPEN-COUNT)
084800         MOVE SPACES TO OST-END-TIME (OPEN-COUNT).
084900*    END-IF.
085000     MOVE STR-ROOM TO OST-ROOM (OPEN-COUNT).
085100     COMPUTE OST-SEATS-OPEN (OPEN-COUNT) =
085200         STR-CAPACITY - STR-ENROLLED.
085300
085400 105-EXIT.
085500     EXIT.
085600
085700* ************************************************************** *
085800* ONE PASS OF STUDENT-MASTER-FILE COLLECTS THE KEY AND STATUS OF *
085900* EVERY 'E', 'A' OR 'W' ENROLLMENT IN THE CANCELLED SECTION.     *
086000* ************************************************************** *
086100 110-COLLECT-ENROLLMENTS.
086200
086300     MOVE ZERO TO VICTIM-COUNT.
086400     MOVE 'N' TO SCAN-DONE-SWITCH.
086500
086600     MOVE SPACES TO STUDENT-RECORD-AREA.
086700     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
086800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
086900                         STUDENT-MASTER-FILE,
087000                         STUDENT-RECORD-AREA.
087100*    END-CALL.
087200     IF NOT VSIO-SUCCESS
087300         MOVE +0 TO VSIO-RETURN-CODE
087400         GO TO 119-EXIT.
087500*    END-IF.
087600
087700     PERFORM 115-CHECK-ONE-RECORD
087800        THRU 115-EXIT
087900       UNTIL SCAN-DONE.
088000*    END-PERFORM.
088100
088200 119-EXIT.
088300     EXIT.
088400
088500 115-CHECK-ONE-RECORD.
088600
088700     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
088800     MOVE VSIO-READ TO VSIO-COMMAND.
088900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
089000                         STUDENT-MASTER-FILE,
089100                         STUDENT-RECORD-AREA.
089200*    END-CALL.
089300     IF NOT VSIO-SUCCESS
089400         IF NOT VSIO-END-OF-FILE
089500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
089600             ADD +1 TO ERROR-COUNTER
089700         END-IF
089800         MOVE +0 TO VSIO-RETURN-CODE
089900         MOVE 'Y' TO SCAN-DONE-SWITCH
090000         GO TO 115-EXIT.
090100*    END-IF.
090200
090300     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
090400     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
090500     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
090600         GO TO 115-EXIT.
090700*    END-IF.
090800
090900     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
091000     IF CIR-COURSE-ID NOT EQUAL CC-SECTION-ID
091100     OR CIR-SEMESTER NOT EQUAL CC-SEMESTER
091200         GO TO 115-EXIT.
091300*    END-IF.
091400     IF NOT CIR-ENROLLED
091500     AND NOT CIR-AUDITING
091600     AND NOT CIR-WAITLISTED
091700         GO TO 115-EXIT.
091800*    END-IF.
091900
092000     IF VICTIM-COUNT NOT LESS THAN VICTIM-LIMIT
092100         DISPLAY 'SECTCNCL: ENROLLMENT TABLE FULL - '
092200             CIR-STUDENT-ID ' NOT DROPPED, RERUN REQUIRED'
092300         ADD +1 TO ERROR-COUNTER
092400         GO TO 115-EXIT.
092500*    END-IF.
092600
092700     ADD +1 TO VICTIM-COUNT.
092800     MOVE STUDENT-RECORD-AREA (1:10) TO VCT-KEY (VICTIM-COUNT).
092900     MOVE CIR-STATUS TO VCT-STATUS (VICTIM-COUNT).
093000
093100 115-EXIT.
093200     EXIT.
093300
093400* ************************************************************** *
093500* DROPS ONE COLLECTED ENROLLMENT: STAMPS THE DROP DATE, REWRITES *
093600* SO THE AUDIT BEFORE-IMAGE CARRIES IT, DELETES THE RECORD, THEN *
093700* REFUNDS AND WRITES THE STUDENT'S LETTER.                       *
093800* ************************************************************** *
093900 120-CANCEL-ONE-ENROLLMENT.
094000
094100     MOVE ZERO TO WS-REFUND-AMOUNT.
094200     MOVE VCT-KEY (VICTIM-IDX) (1:7) TO DL-STUDENT-ID.
094300     MOVE VCT-KEY (VICTIM-IDX) (8:3) TO DL-KEY-ID.
094400     MOVE VCT-STATUS (VICTIM-IDX) TO DL-STATUS.
094500     MOVE ZERO TO DL-REFUND.
094600
094700     MOVE SPACES TO STUDENT-RECORD-AREA.
094800     MOVE VCT-KEY (VICTIM-IDX) TO STUDENT-RECORD-AREA (1:10).
094900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
095000     MOVE VSIO-READ TO VSIO-COMMAND.
095100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
095200                         STUDENT-MASTER-FILE,
095300                         STUDENT-RECORD-AREA.
095400*    END-CALL.
095500     IF NOT VSIO-SUCCESS
095600         MOVE 'ENROLLMENT NO LONGER ON FILE' TO DL-NOTE
095700         WRITE REPORT-LINE FROM DETAIL-LINE
095800         MOVE +0 TO VSIO-RETURN-CODE
095900         GO TO 128-NEXT-ENROLLMENT.
096000*    END-IF.
096100
096200     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
096300     IF CIR-ENROLL-DATE NOT NUMERIC
096400         MOVE ZERO TO CIR-ENROLL-DATE.
096500*    END-IF.
096600     MOVE WS-TODAY-CCYYMMDD TO CIR-DROP-DATE.
096700     MOVE ZERO TO CIR-WAIT-POSITION.
096800     MOVE ZERO TO CIR-WAIT-DATE.
096900     MOVE COURSE-INFO-RECORD TO STUDENT-RECORD-AREA.
097000     MOVE +53 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
097100     MOVE VSIO-REWRITE TO VSIO-COMMAND.
097200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
097300                         STUDENT-MASTER-FILE,
097400                         STUDENT-RECORD-AREA.
097500*    END-CALL.
097600     IF NOT VSIO-SUCCESS
097700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
097800*    END-IF.
097900
098000     MOVE SPACES TO STUDENT-RECORD-AREA.
098100     MOVE VCT-KEY (VICTIM-IDX) TO STUDENT-RECORD-AREA (1:10).
098200     MOVE VSIO-DELETE TO VSIO-COMMAND.
098300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
098400                         STUDENT-MASTER-FILE,
098500                         STUDENT-RECORD-AREA.
098600*    END-CALL.
098700     IF NOT VSIO-SUCCESS
098800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
098900         ADD +1 TO ERROR-COUNTER
099000         MOVE 'DROP FAILED - SEE VSAMIO ERROR' TO DL-NOTE
099100         WRITE REPORT-LINE FROM DETAIL-LINE
099200         MOVE +0 TO VSIO-RETURN-CODE
099300         GO TO 128-NEXT-ENROLLMENT.
099400*    END-IF.
099500     ADD +1 TO DROPPED-COUNTER.
099600
099700     PERFORM 130-CREDIT-REFUND THRU 139-EXIT.
099800     PERFORM 140-PRINT-LETTER THRU 149-EXIT.
099900     WRITE REPORT-LINE FROM DETAIL-LINE.
100000
100100 128-NEXT-ENROLLMENT.
100200
100300     ADD 1 TO VICTIM-IDX.
100400
100500 129-EXIT.
100600     EXIT.
100700
100800* ************************************************************** *
100900* CREDITS WHAT TUITBILL ASSESSED FOR THE DROPPED ENROLLMENT, IN  *
101000* FULL: THE CREDIT-HOUR TUITION FOR AN 'E', THE AUDIT FEE FOR AN *
101100* 'A'.  A 'W' WAS NEVER BILLED AND GETS NO CREDIT.  SETS DL-NOTE.*
101200* ************************************************************** *
101300 130-CREDIT-REFUND.
101400
101410     MOVE CIR-STUDENT-ID TO RES-STUDENT-ID.
101420     PERFORM 620-FIND-RESIDENCY-RATE THRU 629-EXIT.
101430
101500     EVALUATE VCT-STATUS (VICTIM-IDX)
101600         WHEN 'E'
101700             COMPUTE WS-REFUND-AMOUNT ROUNDED =
101800                 CTR-CREDIT-HOURS * WS-RATE-PER-HOUR
101900         WHEN 'A'
102000             MOVE TTR-AUDIT-FEE TO WS-REFUND-AMOUNT
102100         WHEN OTHER
102200             MOVE ZERO TO WS-REFUND-AMOUNT
102300     END-EVALUATE.
102400     MOVE WS-REFUND-AMOUNT TO DL-REFUND.
102500
102600     IF WS-REFUND-AMOUNT NOT GREATER THAN ZERO
102700         MOVE 'DROPPED - NOTHING BILLED TO REFUND' TO DL-NOTE
102800         GO TO 139-EXIT.
102900*    END-IF.
103000
103100     MOVE SPACES TO BALANCE-RECORD.
103200     MOVE CIR-STUDENT-ID TO ABR-STUDENT-ID.
103300     MOVE VSIO-READ TO VSIO-COMMAND.
103400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
103500                         BALANCE-FILE,
103600                         BALANCE-RECORD.
103700*    END-CALL.
103800     IF NOT VSIO-SUCCESS
103900         MOVE 'DROPPED - NO BALANCE ON FILE' TO DL-NOTE
104000         MOVE ZERO TO WS-REFUND-AMOUNT
104100         MOVE +0 TO VSIO-RETURN-CODE
104200         GO TO 139-EXIT.
104300*    END-IF.
104400
104500     SUBTRACT WS-REFUND-AMOUNT FROM ABR-BALANCE.
104600     MOVE VSIO-REWRITE TO VSIO-COMMAND.
104700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
104800                         BALANCE-FILE,
104900                         BALANCE-RECORD.
105000*    END-CALL.
105100     IF NOT VSIO-SUCCESS
105200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
105300         ADD +1 TO ERROR-COUNTER
105400         MOVE 'DROPPED - REFUND NOT POSTED' TO DL-NOTE
105500         MOVE ZERO TO WS-REFUND-AMOUNT
105600         MOVE +0 TO VSIO-RETURN-CODE
105700         GO TO 139-EXIT.
105800*    END-IF.
105900
106000     MOVE SPACES TO AR-DETAIL-RECORD.
106100     MOVE CIR-STUDENT-ID TO ARD-STUDENT-ID.
106200     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
106300     MOVE 'RFD' TO ARD-TYPE.
106400     COMPUTE ARD-AMOUNT = ZERO - WS-REFUND-AMOUNT.
106500     MOVE SPACES TO ARD-REFERENCE.
106600     MOVE CIR-SEMESTER TO ARD-REFERENCE (1:6).
106700     MOVE CIR-COURSE-ID TO ARD-REFERENCE (8:6).
106800     MOVE 'CNCL' TO ARD-REFERENCE (15:4).
106900     MOVE ABR-BALANCE TO ARD-BALANCE.
107000     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
107100     MOVE VSIO-WRITE TO VSIO-COMMAND.
107200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
107300                         AR-DETAIL-FILE,
107400                         AR-DETAIL-RECORD.
107500*    END-CALL.
107600     IF NOT VSIO-SUCCESS
107700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
107800*    END-IF.
107900
108000     ADD +1 TO REFUNDED-COUNTER.
108100     ADD WS-REFUND-AMOUNT TO WS-GRAND-REFUND.
108200     MOVE 'DROPPED - FULL REFUND CREDITED' TO DL-NOTE.
108300
108400 139-EXIT.
108500     EXIT.
108600
108700* ************************************************************** *
108800* ONE LETTER: WINDOW-ENVELOPE ADDRESS BLOCK FROM THE STUDENT'S   *
108900* MASTER RECORD, THE CANCELLED SECTION, ANY REFUND, AND THE      *
109000* OTHER SECTIONS OF THE COURSE WITH OPEN SEATS.                  *
109100* ************************************************************** *
109200 140-PRINT-LETTER.
109300
109400     MOVE 'N' TO WS-ADDRESS-FOUND-SW.
109500     MOVE SPACES TO STUDENT-RECORD-AREA.
109600     MOVE CIR-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
109700     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
109800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
109900                         STUDENT-MASTER-FILE,
110000                         STUDENT-RECORD-AREA.
110100*    END-CALL.
110200     IF VSIO-SUCCESS
110300         MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE
110400         MOVE VSIO-READ TO VSIO-COMMAND
110500         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
110600                             STUDENT-MASTER-FILE,
110700                             STUDENT-RECORD-AREA
110800         IF VSIO-SUCCESS
110900         AND STUDENT-RECORD-AREA (1:7) EQUAL CIR-STUDENT-ID
111000         AND VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
111100             MOVE 'Y' TO WS-ADDRESS-FOUND-SW
111200         END-IF.
111300*    END-IF.
111400     MOVE +0 TO VSIO-RETURN-CODE.
111500
111600     IF NOT WS-ADDRESS-FOUND
111700         MOVE 'DROPPED - NO ADDRESS, NO LETTER' TO DL-NOTE
111800         GO TO 149-EXIT.
111900*    END-IF.
112000
112100     MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
112110
112120     PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
112130     IF WS-MAIL-RETURNED
112140         MOVE 'DROPPED - ADDRESS NEEDED, NO LETTER' TO DL-NOTE
112150         PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
112160         GO TO 149-EXIT.
112170*    END-IF.
112180
112200     MOVE SIR-NAME TO AL-TEXT.
112300     WRITE LETTER-LINE FROM ADDRESS-LINE
112400         AFTER ADVANCING PAGE.
112500     MOVE SIR-ADDRESS TO AL-TEXT.
112600     WRITE LETTER-LINE FROM ADDRESS-LINE.
112700     MOVE SIR-CITY TO CSL-CITY.
112800     MOVE SIR-STATE TO CSL-STATE.
112900     MOVE SIR-ZIPCODE TO CSL-ZIPCODE.
113000     WRITE LETTER-LINE FROM CITY-STATE-ZIP-LINE.
113100     WRITE LETTER-LINE FROM BLANK-LINE.
113200     WRITE LETTER-LINE FROM BLANK-LINE.
113300
113400     WRITE LETTER-LINE FROM BODY-LINE-1.
113500     WRITE LETTER-LINE FROM BLANK-LINE.
113600     MOVE CC-SECTION-ID TO CL-COURSE-ID.
113700     MOVE CTR-DESCRIPTION TO CL-DESCRIPTION.
113800     MOVE CC-SEMESTER TO CL-SEMESTER.
113900     WRITE LETTER-LINE FROM COURSE-LINE.
114000     WRITE LETTER-LINE FROM BLANK-LINE.
114100
114200     IF WS-REFUND-AMOUNT GREATER THAN ZERO
114300         MOVE WS-REFUND-AMOUNT TO RFL-AMOUNT
114400         WRITE LETTER-LINE FROM REFUND-LINE
114500         WRITE LETTER-LINE FROM BLANK-LINE.
114600*    END-IF.
114700
114800     IF OPEN-COUNT EQUAL ZERO
114900         WRITE LETTER-LINE FROM NO-OPEN-LINE
115000     ELSE
115100         WRITE LETTER-LINE FROM OPEN-HEAD-LINE
115200         MOVE 1 TO OPEN-IDX
115300         PERFORM 145-PRINT-ONE-OPEN-SECTION
115400            THRU 145-EXIT
115500           UNTIL OPEN-IDX GREATER THAN OPEN-COUNT.
115600*    END-IF.
115700
115800     WRITE LETTER-LINE FROM BLANK-LINE.
115900     WRITE LETTER-LINE FROM CLOSING-LINE.
116000     ADD +1 TO LETTER-COUNTER.
116100
116200 149-EXIT.
116300     EXIT.
116400
116500 145-PRINT-ONE-OPEN-SECTION.
116600
116700     MOVE OST-NUMBER (OPEN-IDX) TO OSL-NUMBER.
116800     MOVE OST-MEET-DAYS (OPEN-IDX) TO OSL-MEET-DAYS.
116900     MOVE OST-START-TIME (OPEN-IDX) TO OSL-START-TIME.
117000     MOVE OST-END-TIME (OPEN-IDX) TO OSL-END-TIME.
117100     IF OST-END-TIME (OPEN-IDX) EQUAL SPACES
117200         MOVE SPACE TO OSL-TIME-DASH
117300     ELSE
117400         MOVE '-' TO OSL-TIME-DASH.
117500*    END-IF.
117600     MOVE OST-ROOM (OPEN-IDX) TO OSL-ROOM.
117700     MOVE OST-SEATS-OPEN (OPEN-IDX) TO OSL-SEATS-OPEN.
117800     WRITE LETTER-LINE FROM OPEN-SECTION-LINE.
117900     ADD 1 TO OPEN-IDX.
118000
118100 145-EXIT.
118200     EXIT.
118300
118400* ************************************************************** *
118500* ZEROES THE CANCELLED SECTION'S SEAT COUNT AND CAPACITY SO NO   *
118600* FURTHER REGISTRATION CAN TAKE A SEAT IN IT.                    *
118700* ************************************************************** *
118800 150-CLOSE-SECTION.
118900
119000     MOVE SPACES TO SECTION-TABLE-RECORD.
119100     MOVE CC-DEPARTMENT TO STR-DEPARTMENT.
119200     MOVE CC-COURSE TO STR-COURSE.
119300     MOVE CC-SECTION TO STR-NUMBER.
119400     MOVE CC-SEMESTER TO STR-SEMESTER.
119500     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
119600     MOVE VSIO-READ TO VSIO-COMMAND.
119700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
119800                         SECTION-TABLE-FILE,
119900                         SECTION-TABLE-RECORD.
120000*    END-CALL.
120100     IF NOT VSIO-SUCCESS
120200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
120300         ADD +1 TO ERROR-COUNTER
120400         MOVE 'FAILED - SECTION NOT READ' TO SRL-RESULT
120500         GO TO 158-WRITE-RESULT.
120600*    END-IF.
120700
120800     MOVE ZERO TO STR-ENROLLED.
120900     MOVE ZERO TO STR-CAPACITY.
121000     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
121100     MOVE VSIO-REWRITE TO VSIO-COMMAND.
121200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
121300                         SECTION-TABLE-FILE,
121400                         SECTION-TABLE-RECORD.
121500*    END-CALL.
121600     IF VSIO-SUCCESS
121700         MOVE 'YES' TO SRL-RESULT
121800     ELSE
121900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
122000         ADD +1 TO ERROR-COUNTER
122100         MOVE 'FAILED - REWRITE' TO SRL-RESULT.
122200*    END-IF.
122300
122400 158-WRITE-RESULT.
122500
122600     WRITE REPORT-LINE FROM BLANK-LINE.
122700     WRITE REPORT-LINE FROM SECTION-RESULT-LINE.
122800
122900 159-EXIT.
123000     EXIT.
123100
123200* ************************************************************** *
123300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
123400* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
123500* PROGRAM IN THIS SUITE.                                         *
123600* ************************************************************** *
123700 500-DISPLAY-UNKNOWN-ERROR.
123800
123900     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
124000     EXHIBIT NAMED VSIO-RETURN-CODE.
124100     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
124200                   VSIO-VSAM-FUNCTION-CODE,
124300                   VSIO-VSAM-FEEDBACK-CODE.
124400
124500 509-EXIT.
124600     EXIT.
124700
124800* ************************************************************** *
124900* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
125000* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
125100* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
125200* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
125300* ************************************************************** *
125400 600-CHECK-RETURNED-MAIL.
125500
125600     MOVE 'N' TO WS-MAIL-RETURNED-SW.
125700     MOVE SPACES TO RETURNED-MAIL-RECORD.
125800     MOVE CIR-STUDENT-ID TO MRT-STUDENT-ID.
125900     MOVE VSIO-READ TO VSIO-COMMAND.
126000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
126100                         RETURNED-MAIL-FILE,
126200                         RETURNED-MAIL-RECORD.
126300*    END-CALL.
126400     IF VSIO-SUCCESS
126500         MOVE 'Y' TO WS-MAIL-RETURNED-SW
126600     ELSE
126700         IF NOT VSIO-RECORD-NOT-FOUND
126800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
126900*        END-IF
127000*    END-IF.
127100     MOVE +0 TO VSIO-RETURN-CODE.
127200
127300 609-EXIT.
127400     EXIT.
127500
127600* ************************************************************** *
127700* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
127800* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
127900* ************************************************************** *
128000 610-LIST-ADDRESS-NEEDED.
128100
128200     ADD +1 TO ADDRESS-NEEDED-COUNTER.
128300     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
128400         GO TO 619-EXIT.
128500*    END-IF.
128600     ADD +1 TO ANE-COUNT.
128700     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
128800     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
128900     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
129000     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
129100
129200 619-EXIT.
129300     EXIT.
129303
129306* ************************************************************** *
129309* PICKS THE RATE PER CREDIT HOUR TUITBILL BILLED THE STUDENT IN  *
129312* RES-STUDENT-ID: THE RESIDENT RATE FOR AN IN-STATE              *
129315* DETERMINATION, OTHERWISE (OUT-OF-STATE OR NONE ON FILE) THE    *
129318* NON-RESIDENT RATE.                                             *
129321* ************************************************************** *
129324 620-FIND-RESIDENCY-RATE.
129327
129330     MOVE TTR-NONRES-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
129333     MOVE VSIO-READ TO VSIO-COMMAND.
129336     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
129339                         RESIDENCY-FILE,
129342                         RESIDENCY-RECORD.
129345*    END-CALL.
129348     IF VSIO-RECORD-NOT-FOUND
129351         MOVE +0 TO VSIO-RETURN-CODE
129354         GO TO 629-EXIT.
129357*    END-IF.
129360     IF NOT VSIO-SUCCESS
129363         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
129366         MOVE +0 TO VSIO-RETURN-CODE
129369         GO TO 629-EXIT.
129372*    END-IF.
129375
129378     IF RES-IN-STATE
129381         MOVE TTR-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
129384*    END-IF.
129387
129390 629-EXIT.
129393     EXIT.
129400
129500* ************************************************************** *
129600* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
129700* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
129800* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
129900* ************************************************************** *
130000 650-PRINT-ADDRESS-NEEDED.
130100
130200     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
130300         GO TO 659-EXIT.
130400*    END-IF.
130500
130600     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
130700         AFTER ADVANCING PAGE.
130800     WRITE REPORT-LINE FROM BLANK-LINE.
130900     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
131000
131100     MOVE 1 TO ANE-IDX.
131200     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
131300        THRU 655-EXIT
131400       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
131500*    END-PERFORM.
131600
131700     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
131800         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
131900*    END-IF.
132000     WRITE REPORT-LINE FROM BLANK-LINE.
132100     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
132200     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
132300
132400 659-EXIT.
132500     EXIT.
132600
132700 655-PRINT-ONE-ADDRESS-NEEDED.
132800
132900     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
133000     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
133100     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
133200     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
133300     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
133400     ADD 1 TO ANE-IDX.
133500
133600 655-EXIT.
133700     EXIT.
