000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRREFUND.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* STUDENT CREDIT-BALANCE REFUND RUN.  AID DISBURSEMENTS         *
000900* (AIDDISB), DROP REFUNDS (DRPRFND) AND OVERPAYMENTS LEAVE SOME *
001000* ARBAL BALANCES BELOW ZERO; THIS RUN PAYS THOSE CREDITS BACK.  *
001100* EVERY CREDIT BALANCE ON ARBAL IS LISTED ON THE REFUND         *
001200* REGISTER (SYSPRINT) AND IS REFUNDED UNLESS:                   *
001300*   - THE ACCOUNT HAS HAD ACTIVITY (A CHARGE OR A PAYMENT)      *
001400*     WITHIN THE HOLDING PERIOD ON THE SYSIN CARD;              *
001500*   - THE STUDENT HAS A PLANTBL INSTALLMENT NOT YET PAID;       *
001600*   - THE STUDENT HAS AN ACTIVE HOLD ON HOLDTBL;                *
001700*   - A CHECK WOULD BE NEEDED BUT THERE IS NO ADDRESS ON        *
001800*     STUDENT-MASTER-FILE, OR MAIL TO IT HAS COME BACK          *
001900*     (MAILTBL).                                                *
002000* A STUDENT WITH BANK DETAILS ON BANKTBL (BANKMNT) IS PAID BY   *
002100* DIRECT DEPOSIT: AN ENTRY IS WRITTEN TO THE NACHA-FORMAT ACH   *
002200* FILE (UT-S-ACHFILE, 94 BYTES, ONE PPD CREDIT BATCH, BLOCKED   *
002300* TEN WITH '9' FILLER RECORDS).  EVERYONE ELSE IS PAID BY       *
002400* CHECK, NUMBERED FROM THE SYSIN CARD, AND THE REGISTER CARRIES *
002500* THE MAILING ADDRESS BLOCK FOR EACH CHECK.                     *
002600*                                                               *
002700* EACH REFUND IS POSTED AS IT IS PAID: THE ARBAL BALANCE IS     *
002800* RETURNED TO ZERO AND A 'CRF' RECORD FOR THE AMOUNT REFUNDED   *
002900* (WITH THE CHECK NUMBER OR ACH TRACE NUMBER) IS ADDED TO THE   *
003000* ARDETL JOURNAL.  A REFUNDED ACCOUNT HAS NO CREDIT LEFT, SO A  *
003100* RERUN PICKS UP ONLY WHAT WAS NOT PAID THE FIRST TIME.         *
003200*                                                               *
003300* SYSIN CARD:                                                   *
003400*   COLS  1-3   HOLDING PERIOD IN DAYS                          *
003500*   COLS  5-13  ORIGINATING BANK ROUTING NUMBER                 *
003600*   COLS 15-24  COMPANY IDENTIFICATION (ACH)                    *
003700*   COLS 26-41  COMPANY NAME (ACH)                              *
003800*   COLS 43-65  ORIGINATING BANK NAME (ACH)                     *
003900*   COLS 67-74  FIRST CHECK NUMBER                              *
004000* A CARD MISSING ANY OF THESE ENDS THE STEP RC 8 WITH NOTHING   *
004100* REFUNDED.                                                     *
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
005900     SELECT ACH-FILE
006000         ASSIGN TO UT-S-ACHFILE.
006100
006200     SELECT REPORT-FILE
006300         ASSIGN TO UR-1403-S-SYSPRINT.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CONTROL-CARD-FILE
006800     LABEL RECORDS ARE OMITTED
006900     RECORD CONTAINS 80 CHARACTERS
007000     BLOCK CONTAINS 0 RECORDS
007100     DATA RECORD IS CONTROL-CARD-RECORD.
007200 01  CONTROL-CARD-RECORD.
007300     02  CC-HOLDING-DAYS         PIC X(03).
007400     02  CC-HOLDING-DAYS-N REDEFINES CC-HOLDING-DAYS
007500                                 PIC 9(03).
007600     02  FILLER                  PIC X(01).
007700     02  CC-ORIGIN-ROUTING       PIC X(09).
007800     02  CC-ORIGIN-ROUTING-N REDEFINES CC-ORIGIN-ROUTING.
007900         03  CC-ORIGIN-DFI-ID    PIC 9(08).
008000         03  CC-ORIGIN-CHECK     PIC 9(01).
008100     02  FILLER                  PIC X(01).
008200     02  CC-COMPANY-ID           PIC X(10).
008300     02  FILLER                  PIC X(01).
008400     02  CC-COMPANY-NAME         PIC X(16).
008500     02  FILLER                  PIC X(01).
008600     02  CC-ORIGIN-BANK-NAME     PIC X(23).
008700     02  FILLER                  PIC X(01).
008800     02  CC-FIRST-CHECK          PIC X(08).
008900     02  CC-FIRST-CHECK-N REDEFINES CC-FIRST-CHECK
009000                                 PIC 9(08).
009100     02  FILLER                  PIC X(06).
009200
009300 FD  ACH-FILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 94 CHARACTERS
009600     BLOCK CONTAINS 0 RECORDS
009700     DATA RECORD IS ACH-RECORD.
009800 01  ACH-RECORD                  PIC X(94).
009900
010000 FD  REPORT-FILE
010100     LABEL RECORDS ARE OMITTED
010200     RECORD CONTAINS 132 CHARACTERS
010300     BLOCK CONTAINS 0 RECORDS
010400     DATA RECORD IS REPORT-LINE.
010500 01  REPORT-LINE                 PIC X(132).
010600
010700 WORKING-STORAGE SECTION.
010800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
010900     88  END-OF-FILE                         VALUE 'Y'.
011000 77  WS-PLAN-DONE-SW             PIC X(01)   VALUE 'N'.
011100     88  WS-PLAN-DONE                        VALUE 'Y'.
011200 77  WS-PLAN-OPEN-SW             PIC X(01)   VALUE 'N'.
011300     88  WS-PLAN-OPEN                        VALUE 'Y'.
011400 77  WS-HOLD-FOUND-SW            PIC X(01)   VALUE 'N'.
011500     88  WS-HOLD-FOUND                       VALUE 'Y'.
011600 77  WS-STUDENT-FOUND-SW         PIC X(01)   VALUE 'N'.
011700     88  WS-STUDENT-FOUND                    VALUE 'Y'.
011800 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
011900     88  WS-MAIL-RETURNED                    VALUE 'Y'.
012000 77  WS-BANK-FOUND-SW            PIC X(01)   VALUE 'N'.
012100     88  WS-BANK-FOUND                       VALUE 'Y'.
012200
012300 77  CREDIT-COUNTER              PIC S9(8) COMP VALUE ZERO.
012400 77  CHECK-COUNTER               PIC S9(8) COMP VALUE ZERO.
012500 77  ACH-COUNTER                 PIC S9(8) COMP VALUE ZERO.
012600 77  EXCLUDED-COUNTER            PIC S9(8) COMP VALUE ZERO.
012700 77  ACH-RECORD-COUNTER          PIC S9(8) COMP VALUE ZERO.
012800 77  ACH-BLOCK-COUNTER           PIC S9(8) COMP VALUE ZERO.
012900 77  ACH-BLOCK-REMAINDER         PIC S9(4) COMP VALUE ZERO.
013000
013100 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
013200 01  FILLER REDEFINES WS-RUN-DATE.
013300     02  WS-RUN-YY               PIC 9(02).
013400     02  WS-RUN-MM               PIC 9(02).
013500     02  WS-RUN-DD               PIC 9(02).
013600 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
013700 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
013800     02  WS-TODAY-CCYY           PIC 9(04).
013900     02  WS-TODAY-MM             PIC 9(02).
014000     02  WS-TODAY-DD             PIC 9(02).
014100 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
014200 01  FILLER REDEFINES WS-RUN-TIME.
014300     02  WS-RUN-HHMM             PIC 9(04).
014400     02  FILLER                  PIC 9(04).
014500
014600 01  WS-ACTIVITY-DATE            PIC 9(06)   VALUE ZERO.
014700 01  FILLER REDEFINES WS-ACTIVITY-DATE.
014800     02  WS-ACTIVITY-YY          PIC 9(02).
014900     02  WS-ACTIVITY-MM          PIC 9(02).
015000     02  WS-ACTIVITY-DD          PIC 9(02).
015100 01  WS-ACTIVITY-CCYYMMDD        PIC 9(08)   VALUE ZERO.
015200 01  FILLER REDEFINES WS-ACTIVITY-CCYYMMDD.
015300     02  WS-ACTIVITY-CCYY        PIC 9(04).
015400     02  WS-ACTIVITY-CMM         PIC 9(02).
015500     02  WS-ACTIVITY-CDD         PIC 9(02).
015600 01  WS-LAST-ACTIVITY            PIC 9(08)   VALUE ZERO.
015700 01  WS-AGE-DAYS                 PIC S9(7) COMP-3 VALUE ZERO.
015800
015900 01  WS-REFUND-AMOUNT            PIC S9(5)V99 COMP-3 VALUE ZERO.
016000 01  WS-CHECK-NUMBER             PIC 9(08)   VALUE ZERO.
016100 01  WS-CHECK-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
016200 01  WS-ACH-TOTAL                PIC S9(9)V99 COMP-3 VALUE ZERO.
016300 01  WS-EXCLUDED-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
016400 01  WS-ENTRY-HASH               PIC S9(11) COMP-3 VALUE ZERO.
016500
016600 01  WS-PAYMENT-REFERENCE.
016700     02  WS-PAYMENT-METHOD       PIC X(06)   VALUE SPACES.
016800     02  WS-PAYMENT-NUMBER       PIC X(15)   VALUE SPACES.
016900 01  WS-TRACE-NUMBER.
017000     02  WS-TRACE-DFI-ID         PIC 9(08)   VALUE ZERO.
017100     02  WS-TRACE-SEQUENCE       PIC 9(07)   VALUE ZERO.
017200
017300 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
017400 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
017500
017600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
017700 01  BALANCE-FILE                COPY VSAMIOFB.
017800 01  AR-DETAIL-FILE              COPY VSAMIOFB.
017900 01  PLAN-FILE                   COPY VSAMIOFB.
018000 01  HOLD-TABLE-FILE             COPY VSAMIOFB.
018100 01  BANK-TABLE-FILE             COPY VSAMIOFB.
018200 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
018300 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
018400
018500 01  BALANCE-RECORD.
018600     02  ABR-STUDENT-ID          PIC X(07).
018700     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
018800     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
018900     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
019000
019100 01  AR-DETAIL-RECORD.
019200     02  ARD-STUDENT-ID          PIC X(07).
019300     02  ARD-POST-DATE           PIC 9(08).
019400     02  ARD-TYPE                PIC X(03).
019500     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
019600     02  ARD-REFERENCE           PIC X(20).
019700     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
019800     02  FILLER                  PIC X(14).
019900
020000 01  PLAN-RECORD.
020100     02  PLN-STUDENT-ID          PIC X(07).
020200     02  PLN-INST-NO             PIC 9(02).
020300     02  PLN-DUE-DATE            PIC 9(08).
020400     02  PLN-AMOUNT              PIC 9(5)V99.
020500     02  PLN-STATUS              PIC X(01).
020600         88  PLN-PAID                    VALUE 'P'.
020700     02  PLN-BILLED-DATE         PIC 9(08).
020800
020900 01  HOLD-TABLE-RECORD.
021000     02  HLD-STUDENT-ID          PIC X(07).
021100     02  HLD-TYPE                PIC X(01).
021200     02  HLD-REASON              PIC X(30).
021300     02  HLD-PLACED-DATE         PIC 9(08).
021400     02  HLD-OPERATOR-ID         PIC X(08).
021500
021600* ************************************************************** *
021700* THE STUDENT BANK DETAILS CLUSTER (DDNAME BANKTBL), AS BANKMNT  *
021800* MAINTAINS IT.                                                  *
021900* ************************************************************** *
022000 01  BANK-TABLE-RECORD.
022100     02  BNK-STUDENT-ID          PIC X(07).
022200     02  BNK-ROUTING-NUMBER      PIC 9(09).
022300     02  FILLER REDEFINES BNK-ROUTING-NUMBER.
022400         03  BNK-DFI-ID          PIC 9(08).
022500         03  BNK-CHECK-DIGIT     PIC 9(01).
022600     02  BNK-ACCOUNT-NUMBER      PIC X(17).
022700     02  BNK-ACCOUNT-TYPE        PIC X(01).
022800         88  BNK-CHECKING                VALUE 'C'.
022900         88  BNK-SAVINGS                 VALUE 'S'.
023000     02  BNK-HOLDER-NAME         PIC X(22).
023100     02  BNK-UPDATED-DATE        PIC 9(08).
023200     02  BNK-OPERATOR-ID         PIC X(08).
023300     02  FILLER                  PIC X(08).
023400
023500 01  STUDENT-RECORD-AREA         PIC X(83).
023600 01  STUDENT-INFO-RECORD.
023700     02  SIR-STUDENT-ID          PIC X(07).
023800     02  SIR-KEY-ID              PIC 9(03).
023900     02  SIR-NAME                PIC X(22).
024000     02  SIR-ADDRESS             PIC X(25).
024100     02  SIR-CITY                PIC X(15).
024200     02  SIR-STATE               PIC X(02).
024300     02  SIR-ZIPCODE             PIC 9(05).
024400     02  SIR-GENDER              PIC X(01).
024500     02  SIR-MAJOR               PIC X(03).
024600
024700 01  RETURNED-MAIL-RECORD.
024800     02  MRT-STUDENT-ID          PIC X(07).
024900     02  MRT-RETURNED-DATE       PIC 9(08).
025000     02  MRT-ENTERED-DATE        PIC 9(08).
025100     02  MRT-OPERATOR-ID         PIC X(08).
025200     02  FILLER                  PIC X(09).
025300
025400* ************************************************************** *
025500* ACH FILE RECORD LAYOUTS (NACHA, 94 BYTES).  ONE FILE HEADER,   *
025600* ONE PPD BATCH OF CREDIT ENTRIES, ITS CONTROL, THE FILE         *
025700* CONTROL, THEN ALL-NINES RECORDS TO FILL THE LAST BLOCK OF TEN. *
025800* ************************************************************** *
025900 01  ACH-FILE-HEADER.
026000     02  FILLER                  PIC X(01)   VALUE '1'.
026100     02  FILLER                  PIC X(02)   VALUE '01'.
026200     02  FILLER                  PIC X(01)   VALUE SPACE.
026300     02  AFH-IMMEDIATE-DEST      PIC X(09).
026400     02  AFH-IMMEDIATE-ORIGIN    PIC X(10).
026500     02  AFH-CREATION-DATE       PIC 9(06).
026600     02  AFH-CREATION-TIME       PIC 9(04).
026700     02  FILLER                  PIC X(01)   VALUE 'A'.
026800     02  FILLER                  PIC X(03)   VALUE '094'.
026900     02  FILLER                  PIC X(02)   VALUE '10'.
027000     02  FILLER                  PIC X(01)   VALUE '1'.
027100     02  AFH-DEST-NAME           PIC X(23).
027200     02  AFH-ORIGIN-NAME         PIC X(23).
027300     02  FILLER                  PIC X(08)   VALUE SPACES.
027400
027500 01  ACH-BATCH-HEADER.
027600     02  FILLER                  PIC X(01)   VALUE '5'.
027700     02  FILLER                  PIC X(03)   VALUE '220'.
027800     02  ABH-COMPANY-NAME        PIC X(16).
027900     02  FILLER                  PIC X(20)   VALUE SPACES.
028000     02  ABH-COMPANY-ID          PIC X(10).
028100     02  FILLER                  PIC X(03)   VALUE 'PPD'.
028200     02  FILLER                  PIC X(10)   VALUE 'REFUND'.
028300     02  FILLER                  PIC X(06)   VALUE SPACES.
028400     02  ABH-EFFECTIVE-DATE      PIC 9(06).
028500     02  FILLER                  PIC X(03)   VALUE SPACES.
028600     02  FILLER                  PIC X(01)   VALUE '1'.
028700     02  ABH-ORIGIN-DFI-ID       PIC 9(08).
028800     02  ABH-BATCH-NUMBER        PIC 9(07)   VALUE 1.
028900
029000 01  ACH-ENTRY-DETAIL.
029100     02  FILLER                  PIC X(01)   VALUE '6'.
029200     02  AED-TRANSACTION-CODE    PIC X(02).
029300     02  AED-RECEIVING-DFI-ID    PIC 9(08).
029400     02  AED-CHECK-DIGIT         PIC 9(01).
029500     02  AED-DFI-ACCOUNT         PIC X(17).
029600     02  AED-AMOUNT              PIC 9(8)V99.
029700     02  AED-INDIVIDUAL-ID       PIC X(15).
029800     02  AED-INDIVIDUAL-NAME     PIC X(22).
029900     02  FILLER                  PIC X(02)   VALUE SPACES.
030000     02  FILLER                  PIC X(01)   VALUE '0'.
030100     02  AED-TRACE-NUMBER        PIC X(15).
030200
030300 01  ACH-BATCH-CONTROL.
030400     02  FILLER                  PIC X(01)   VALUE '8'.
030500     02  FILLER                  PIC X(03)   VALUE '220'.
030600     02  ABC-ENTRY-COUNT         PIC 9(06).
030700     02  ABC-ENTRY-HASH          PIC 9(10).
030800     02  ABC-TOTAL-DEBIT         PIC 9(10)V99.
030900     02  ABC-TOTAL-CREDIT        PIC 9(10)V99.
031000     02  ABC-COMPANY-ID          PIC X(10).
031100     02  FILLER                  PIC X(19)   VALUE SPACES.
031200     02  FILLER                  PIC X(06)   VALUE SPACES.
031300     02  ABC-ORIGIN-DFI-ID       PIC 9(08).
031400     02  ABC-BATCH-NUMBER        PIC 9(07)   VALUE 1.
031500
031600 01  ACH-FILE-CONTROL.
031700     02  FILLER                  PIC X(01)   VALUE '9'.
031800     02  AFC-BATCH-COUNT         PIC 9(06)   VALUE 1.
031900     02  AFC-BLOCK-COUNT         PIC 9(06).
032000     02  AFC-ENTRY-COUNT         PIC 9(08).
032100     02  AFC-ENTRY-HASH          PIC 9(10).
032200     02  AFC-TOTAL-DEBIT         PIC 9(10)V99.
032300     02  AFC-TOTAL-CREDIT        PIC 9(10)V99.
032400     02  FILLER                  PIC X(39)   VALUE SPACES.
032500
032600 01  ACH-BLOCK-FILLER            PIC X(94)   VALUE ALL '9'.
032700
032800 01  HEADING-LINE-1.
032900     02  FILLER                  PIC X(42)   VALUE
033000         'CRREFUND - CREDIT-BALANCE REFUND REGISTER'.
033100     02  FILLER                  PIC X(10)   VALUE 'RUN DATE '.
033200     02  HL1-RUN-DATE            PIC 9(08).
033300     02  FILLER                  PIC X(18)   VALUE
033400         '   HOLDING PERIOD '.
033500     02  HL1-HOLDING-DAYS        PIC ZZ9.
033600     02  FILLER                  PIC X(51)   VALUE ' DAYS'.
033700
033800 01  HEADING-LINE-2.
033900     02  FILLER                  PIC X(09)   VALUE 'STUDENT'.
034000     02  FILLER                  PIC X(24)   VALUE 'NAME'.
034100     02  FILLER                  PIC X(11)   VALUE '   REFUND'.
034200     02  FILLER                  PIC X(07)   VALUE 'METHOD'.
034300     02  FILLER                  PIC X(17)   VALUE 'PAYMENT NO.'.
034400     02  FILLER                  PIC X(30)   VALUE 'DISPOSITION'.
034500     02  FILLER                  PIC X(34)   VALUE SPACES.
034600
034700 01  DETAIL-LINE.
034800     02  DL-STUDENT-ID           PIC X(07).
034900     02  FILLER                  PIC X(02)   VALUE SPACES.
035000     02  DL-NAME                 PIC X(22).
035100     02  FILLER                  PIC X(02)   VALUE SPACES.
035200     02  DL-REFUND               PIC ZZ,ZZ9.99.
035300     02  FILLER                  PIC X(02)   VALUE SPACES.
035400     02  DL-METHOD               PIC X(05).
035500     02  FILLER                  PIC X(02)   VALUE SPACES.
035600     02  DL-PAYMENT-NUMBER       PIC X(15).
035700     02  FILLER                  PIC X(02)   VALUE SPACES.
035800     02  DL-DISPOSITION          PIC X(30).
035900     02  FILLER                  PIC X(34)   VALUE SPACES.
036000
036100 01  ADDRESS-LINE.
036200     02  FILLER                  PIC X(09)   VALUE SPACES.
036300     02  ADL-TEXT                PIC X(25).
036400     02  FILLER                  PIC X(98)   VALUE SPACES.
036500
036600 01  CITY-STATE-LINE.
036700     02  FILLER                  PIC X(09)   VALUE SPACES.
036800     02  CSL-CITY                PIC X(15).
036900     02  FILLER                  PIC X(01)   VALUE SPACES.
037000     02  CSL-STATE               PIC X(02).
037100     02  FILLER                  PIC X(02)   VALUE SPACES.
037200     02  CSL-ZIPCODE             PIC 9(05).
037300     02  FILLER                  PIC X(98)   VALUE SPACES.
037400
037500 01  TOTAL-LINE.
037600     02  FILLER                  PIC X(17)   VALUE
037700         'CREDIT BALANCES: '.
037800     02  TL-CREDITS              PIC ZZZZ9.
037900     02  FILLER                  PIC X(21)   VALUE
038000         '  REFUNDED BY CHECK: '.
038100     02  TL-CHECKS               PIC ZZZZ9.
038200     02  FILLER                  PIC X(02)   VALUE SPACES.
038300     02  TL-CHECK-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
038400     02  FILLER                  PIC X(10)   VALUE '  BY ACH: '.
038500     02  TL-ACH                  PIC ZZZZ9.
038600     02  FILLER                  PIC X(02)   VALUE SPACES.
038700     02  TL-ACH-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
038800     02  FILLER                  PIC X(16)   VALUE
038900         '  NOT REFUNDED: '.
039000     02  TL-EXCLUDED             PIC ZZZZ9.
039100     02  FILLER                  PIC X(02)   VALUE SPACES.
039200     02  TL-EXCLUDED-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
039300
039400 PROCEDURE DIVISION.
039500
039600 000-INITIATE.
039700
039800     DISPLAY 'CRREFUND: STUDENT CREDIT-BALANCE REFUNDS'.
039900     DISPLAY '----------------------------------------'.
040000     DISPLAY ' '.
040100
040200     OPEN INPUT CONTROL-CARD-FILE.
040300     MOVE SPACES TO CONTROL-CARD-RECORD.
040400     READ CONTROL-CARD-FILE
040500         AT END CONTINUE
040600     END-READ.
040700     CLOSE CONTROL-CARD-FILE.
040800
040900     IF CC-HOLDING-DAYS NOT NUMERIC
041000     OR CC-ORIGIN-ROUTING NOT NUMERIC
041100     OR CC-COMPANY-ID EQUAL SPACES
041200     OR CC-COMPANY-NAME EQUAL SPACES
041300     OR CC-ORIGIN-BANK-NAME EQUAL SPACES
041400     OR CC-FIRST-CHECK NOT NUMERIC
041500         DISPLAY 'CRREFUND: SYSIN CARD INCOMPLETE - '
041600                 'NOTHING REFUNDED'
041700         MOVE +8 TO RETURN-CODE
041800         STOP RUN.
041900*    END-IF.
042000
042100     ACCEPT WS-RUN-DATE FROM DATE.
042200     ACCEPT WS-RUN-TIME FROM TIME.
042300     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
042400     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
042500     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
042600     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
042700     MOVE WS-RUN-MM TO WS-TODAY-MM.
042800     MOVE WS-RUN-DD TO WS-TODAY-DD.
042900
043000     MOVE CC-FIRST-CHECK-N TO WS-CHECK-NUMBER.
043100     MOVE CC-ORIGIN-DFI-ID TO WS-TRACE-DFI-ID.
043200
043300     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
043400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
043500     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF BALANCE-FILE.
043600     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
043700     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
043800     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
043900     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
044000     MOVE VSIO-OPEN TO VSIO-COMMAND.
044100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044200                         BALANCE-FILE,
044300                         BALANCE-RECORD.
044400*    END-CALL.
044500     IF NOT VSIO-SUCCESS
044600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044700         STOP RUN.
044800*    END-IF.
044900
045000     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
045100     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
045200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
045300     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
045400     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
045500     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
045600     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
045700     MOVE VSIO-OPEN TO VSIO-COMMAND.
045800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045900                         AR-DETAIL-FILE,
046000                         AR-DETAIL-RECORD.
046100*    END-CALL.
046200     IF NOT VSIO-SUCCESS
046300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046400         STOP RUN.
046500*    END-IF.
046600
046700     MOVE 'PLANTBL' TO VSIO-DDNAME OF PLAN-FILE.
046800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PLAN-FILE.
046900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF PLAN-FILE.
047000     MOVE VSIO-INPUT TO VSIO-MODE OF PLAN-FILE.
047100     MOVE +33 TO VSIO-RECORD-LENGTH OF PLAN-FILE.
047200     MOVE +0 TO VSIO-KEY-POSITION OF PLAN-FILE.
047300     MOVE +9 TO VSIO-KEY-LENGTH OF PLAN-FILE.
047400     MOVE VSIO-OPEN TO VSIO-COMMAND.
047500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047600                         PLAN-FILE,
047700                         PLAN-RECORD.
047800*    END-CALL.
047900     IF NOT VSIO-SUCCESS
048000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048100         STOP RUN.
048200*    END-IF.
048300
048400     MOVE 'HOLDTBL' TO VSIO-DDNAME OF HOLD-TABLE-FILE.
048500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HOLD-TABLE-FILE.
048600     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF HOLD-TABLE-FILE.
048700     MOVE VSIO-INPUT TO VSIO-MODE OF HOLD-TABLE-FILE.
048800     MOVE +54 TO VSIO-RECORD-LENGTH OF HOLD-TABLE-FILE.
048900     MOVE +0 TO VSIO-KEY-POSITION OF HOLD-TABLE-FILE.
049000     MOVE +8 TO VSIO-KEY-LENGTH OF HOLD-TABLE-FILE.
049100     MOVE VSIO-OPEN TO VSIO-COMMAND.
049200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049300                         HOLD-TABLE-FILE,
049400                         HOLD-TABLE-RECORD.
049500*    END-CALL.
049600     IF NOT VSIO-SUCCESS
049700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049800         STOP RUN.
049900*    END-IF.
050000
050100     MOVE 'BANKTBL' TO VSIO-DDNAME OF BANK-TABLE-FILE.
050200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BANK-TABLE-FILE.
050300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BANK-TABLE-FILE.
050400     MOVE VSIO-INPUT TO VSIO-MODE OF BANK-TABLE-FILE.
050500     MOVE +80 TO VSIO-RECORD-LENGTH OF BANK-TABLE-FILE.
050600     MOVE +0 TO VSIO-KEY-POSITION OF BANK-TABLE-FILE.
050700     MOVE +7 TO VSIO-KEY-LENGTH OF BANK-TABLE-FILE.
050800     MOVE VSIO-OPEN TO VSIO-COMMAND.
050900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051000                         BANK-TABLE-FILE,
051100                         BANK-TABLE-RECORD.
051200*    END-CALL.
051300     IF NOT VSIO-SUCCESS
051400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051500         STOP RUN.
051600*    END-IF.
051700
051800     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
051900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
052000     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
052100     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
052200     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
052300     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
052400     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
052500     MOVE VSIO-OPEN TO VSIO-COMMAND.
052600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052700                         STUDENT-MASTER-FILE,
052800                         STUDENT-RECORD-AREA.
052900*    END-CALL.
053000     IF NOT VSIO-SUCCESS
053100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053200         STOP RUN.
053300*    END-IF.
053400
053500     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
053600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
053700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
053800     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
053900     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
054000     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
054100     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
054200     MOVE VSIO-OPEN TO VSIO-COMMAND.
054300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054400                         RETURNED-MAIL-FILE,
054500                         RETURNED-MAIL-RECORD.
054600*    END-CALL.
054700     IF NOT VSIO-SUCCESS
054800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054900         STOP RUN.
055000*    END-IF.
055100
055200     OPEN OUTPUT ACH-FILE.
055300     OPEN OUTPUT REPORT-FILE.
055400     MOVE WS-TODAY-CCYYMMDD TO HL1-RUN-DATE.
055500     MOVE CC-HOLDING-DAYS-N TO HL1-HOLDING-DAYS.
055600     WRITE REPORT-LINE FROM HEADING-LINE-1.
055700     WRITE REPORT-LINE FROM HEADING-LINE-2.
055800
055900 010-PROCESS.
056000
056100     PERFORM 110-WORK-ONE-BALANCE
056200        THRU 119-EXIT
056300       UNTIL END-OF-FILE.
056400*    END-PERFORM.
056500
056600 020-TERMINATE.
056700
056800     IF ACH-COUNTER GREATER THAN ZERO
056900         PERFORM 310-FINISH-ACH-FILE THRU 319-EXIT.
057000*    END-IF.
057100
057200     MOVE CREDIT-COUNTER TO TL-CREDITS.
057300     MOVE CHECK-COUNTER TO TL-CHECKS.
057400     MOVE WS-CHECK-TOTAL TO TL-CHECK-AMOUNT.
057500     MOVE ACH-COUNTER TO TL-ACH.
057600     MOVE WS-ACH-TOTAL TO TL-ACH-AMOUNT.
057700     MOVE EXCLUDED-COUNTER TO TL-EXCLUDED.
057800     MOVE WS-EXCLUDED-TOTAL TO TL-EXCLUDED-AMOUNT.
057900     WRITE REPORT-LINE FROM TOTAL-LINE.
058000
058100     CLOSE ACH-FILE.
058200     CLOSE REPORT-FILE.
058300
058400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
058500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058600                         BALANCE-FILE,
058700                         BALANCE-RECORD.
058800*    END-CALL.
058900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059000                         AR-DETAIL-FILE,
059100                         AR-DETAIL-RECORD.
059200*    END-CALL.
059300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059400                         PLAN-FILE,
059500                         PLAN-RECORD.
059600*    END-CALL.
059700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059800                         HOLD-TABLE-FILE,
059900                         HOLD-TABLE-RECORD.
060000*    END-CALL.
060100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060200                         BANK-TABLE-FILE,
060300                         BANK-TABLE-RECORD.
060400*    END-CALL.
060500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060600                         STUDENT-MASTER-FILE,
060700                         STUDENT-RECORD-AREA.
060800*    END-CALL.
060900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061000                         RETURNED-MAIL-FILE,
061100                         RETURNED-MAIL-RECORD.
061200*    END-CALL.
061300
061400     DISPLAY 'CRREFUND: CREDIT BALANCES:    ' CREDIT-COUNTER.
061500     DISPLAY 'CRREFUND: REFUNDED BY CHECK:  ' CHECK-COUNTER.
061600     DISPLAY 'CRREFUND: REFUNDED BY ACH:    ' ACH-COUNTER.
061700     DISPLAY 'CRREFUND: NOT REFUNDED:       ' EXCLUDED-COUNTER.
061800     STOP RUN.
061900
062000* ************************************************************** *
062100* READS THE NEXT ARBAL ACCOUNT.  A CREDIT BALANCE IS SCREENED    *
062200* FOR THE HOLDING PERIOD, AN OPEN PAYMENT PLAN AND AN ACTIVE     *
062300* HOLD, THEN PAID BY ACH WHEN THE STUDENT HAS BANK DETAILS ON    *
062400* FILE AND BY CHECK OTHERWISE.                                   *
062500* ************************************************************** *
062600 110-WORK-ONE-BALANCE.
062700
062800     MOVE SPACES TO BALANCE-RECORD (1:7).
062900     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
063000     MOVE VSIO-READ TO VSIO-COMMAND.
063100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
063200                         BALANCE-FILE,
063300                         BALANCE-RECORD.
063400*    END-CALL.
063500     IF NOT VSIO-SUCCESS
063600         IF VSIO-END-OF-FILE
063700             MOVE 'Y' TO END-OF-FILE-SWITCH
063800             GO TO 119-EXIT
063900         ELSE
064000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
064100             MOVE 'Y' TO END-OF-FILE-SWITCH
064200             GO TO 119-EXIT.
064300*        END-IF
064400*    END-IF.
064500
064600     IF ABR-BALANCE NOT LESS THAN ZERO
064700         GO TO 119-EXIT.
064800*    END-IF.
064900
065000     ADD +1 TO CREDIT-COUNTER.
065100     COMPUTE WS-REFUND-AMOUNT = ZERO - ABR-BALANCE.
065200
065300     MOVE ABR-STUDENT-ID TO DL-STUDENT-ID.
065400     MOVE SPACES TO DL-NAME.
065500     MOVE WS-REFUND-AMOUNT TO DL-REFUND.
065600     MOVE SPACES TO DL-METHOD.
065700     MOVE SPACES TO DL-PAYMENT-NUMBER.
065800
065900     PERFORM 150-READ-STUDENT THRU 159-EXIT.
066000     IF WS-STUDENT-FOUND
066100         MOVE SIR-NAME TO DL-NAME.
066200*    END-IF.
066300
066400     PERFORM 120-AGE-CREDIT THRU 129-EXIT.
066500     IF WS-AGE-DAYS NOT GREATER THAN CC-HOLDING-DAYS-N
066600         MOVE 'WITHIN HOLDING PERIOD' TO DL-DISPOSITION
066700         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
066800         GO TO 119-EXIT.
066900*    END-IF.
067000
067100     PERFORM 130-CHECK-PLAN THRU 139-EXIT.
067200     IF WS-PLAN-OPEN
067300         MOVE 'OPEN PAYMENT PLAN INSTALLMENT' TO DL-DISPOSITION
067400         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
067500         GO TO 119-EXIT.
067600*    END-IF.
067700
067800     PERFORM 140-CHECK-HOLDS THRU 149-EXIT.
067900     IF WS-HOLD-FOUND
068000         MOVE SPACES TO DL-DISPOSITION
068100         STRING 'ACTIVE HOLD ' HLD-TYPE ' '
068200                HLD-REASON DELIMITED BY SIZE
068300             INTO DL-DISPOSITION
068400         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
068500         GO TO 119-EXIT.
068600*    END-IF.
068700
068800     PERFORM 160-READ-BANK THRU 169-EXIT.
068900     IF WS-BANK-FOUND
069000         PERFORM 200-PAY-BY-ACH THRU 209-EXIT
069100         GO TO 119-EXIT.
069200*    END-IF.
069300
069400     IF NOT WS-STUDENT-FOUND
069500         MOVE 'NO ADDRESS ON STUDENT MASTER' TO DL-DISPOSITION
069600         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
069700         GO TO 119-EXIT.
069800*    END-IF.
069900
070000     PERFORM 165-CHECK-RETURNED-MAIL THRU 165-EXIT.
070100     IF WS-MAIL-RETURNED
070200         MOVE 'MAIL RETURNED - ADDRESS NEEDED' TO DL-DISPOSITION
070300         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
070400         GO TO 119-EXIT.
070500*    END-IF.
070600
070700     PERFORM 220-PAY-BY-CHECK THRU 229-EXIT.
070800
070900 119-EXIT.
071000     EXIT.
071100
071200* ************************************************************** *
071300* DAYS SINCE THE LATER OF THE ACCOUNT'S LAST CHARGE AND LAST     *
071400* PAYMENT, THE SAME WAY ARAGING AGES A BALANCE.  AN ACCOUNT      *
071500* WITH NEITHER DATE ON FILE IS TREATED AS WELL PAST ANY          *
071600* HOLDING PERIOD.                                                *
071700* ************************************************************** *
071800 120-AGE-CREDIT.
071900
072000     MOVE ZERO TO WS-LAST-ACTIVITY.
072100
072200     MOVE ABR-LAST-CHARGE-DATE TO WS-ACTIVITY-DATE.
072300     PERFORM 125-EXPAND-ACTIVITY THRU 125-EXIT.
072400     MOVE ABR-LAST-PAYMENT-DATE TO WS-ACTIVITY-DATE.
072500     PERFORM 125-EXPAND-ACTIVITY THRU 125-EXIT.
072600
072700     IF WS-LAST-ACTIVITY EQUAL ZERO
072800         MOVE +9999 TO WS-AGE-DAYS
072900         GO TO 129-EXIT.
073000*    END-IF.
073100
073200     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
073300     MOVE WS-LAST-ACTIVITY TO DDIF-FROM-DATE.
073400     MOVE WS-TODAY-CCYYMMDD TO DDIF-TO-DATE.
073500     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
073600     IF DDIF-SUCCESS
073700         MOVE DDIF-DAYS TO WS-AGE-DAYS
073800     ELSE
073900         MOVE +9999 TO WS-AGE-DAYS.
074000*    END-IF.
074100
074200 129-EXIT.
074300     EXIT.
074400
074500 125-EXPAND-ACTIVITY.
074600
074700     IF WS-ACTIVITY-DATE NOT NUMERIC
074800     OR WS-ACTIVITY-DATE EQUAL ZERO
074900         GO TO 125-EXIT.
075000*    END-IF.
075100
075200     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
075300     MOVE WS-ACTIVITY-YY TO YRWIN-2-DIGIT-YEAR.
075400     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
075500     MOVE YRWIN-4-DIGIT-YEAR TO WS-ACTIVITY-CCYY.
075600     MOVE WS-ACTIVITY-MM TO WS-ACTIVITY-CMM.
075700     MOVE WS-ACTIVITY-DD TO WS-ACTIVITY-CDD.
075800     IF WS-ACTIVITY-CCYYMMDD GREATER THAN WS-LAST-ACTIVITY
075900         MOVE WS-ACTIVITY-CCYYMMDD TO WS-LAST-ACTIVITY.
076000*    END-IF.
076100
076200 125-EXIT.
076300     EXIT.
076400
076500* ************************************************************** *
076600* PASSES THE STUDENT'S PLANTBL INSTALLMENTS.  ANY INSTALLMENT    *
076700* NOT YET PAID ('O', 'B' OR 'L') KEEPS THE CREDIT ON THE         *
076800* ACCOUNT TO MEET IT.                                            *
076900* ************************************************************** *
077000 130-CHECK-PLAN.
077100
077200     MOVE 'N' TO WS-PLAN-OPEN-SW.
077300     MOVE 'N' TO WS-PLAN-DONE-SW.
077400
077500     MOVE SPACES TO PLAN-RECORD.
077600     MOVE ABR-STUDENT-ID TO PLN-STUDENT-ID.
077700     MOVE ZERO TO PLN-INST-NO.
077800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
077900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
078000                         PLAN-FILE,
078100                         PLAN-RECORD.
078200*    END-CALL.
078300     IF NOT VSIO-SUCCESS
078400         MOVE +0 TO VSIO-RETURN-CODE
078500         GO TO 139-EXIT.
078600*    END-IF.
078700
078800     PERFORM 135-READ-PLAN
078900        THRU 135-EXIT
079000       UNTIL WS-PLAN-DONE.
079100*    END-PERFORM.
079200
079300 139-EXIT.
079400     EXIT.
079500
079600 135-READ-PLAN.
079700
079800     MOVE SPACES TO PLAN-RECORD (1:9).
079900     MOVE +33 TO VSIO-RECORD-LENGTH OF PLAN-FILE.
080000     MOVE VSIO-READ TO VSIO-COMMAND.
080100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
080200                         PLAN-FILE,
080300                         PLAN-RECORD.
080400*    END-CALL.
080500     IF NOT VSIO-SUCCESS
080600     OR PLN-STUDENT-ID NOT EQUAL ABR-STUDENT-ID
080700         MOVE 'Y' TO WS-PLAN-DONE-SW
080800         MOVE +0 TO VSIO-RETURN-CODE
080900         GO TO 135-EXIT.
081000*    END-IF.
081100
081200     IF NOT PLN-PAID
081300         MOVE 'Y' TO WS-PLAN-OPEN-SW
081400         MOVE 'Y' TO WS-PLAN-DONE-SW.
081500*    END-IF.
081600
081700 135-EXIT.
081800     EXIT.
081900
082000* ************************************************************** *
082100* LOOKS FOR ANY HOLDTBL ENTRY FOR THE STUDENT, THE SAME WAY      *
082200* TRANSCPT DOES.  A RELEASED HOLD IS DELETED, SO ANY ENTRY       *
082300* FOUND IS ACTIVE.                                               *
082400* ************************************************************** *
082500 140-CHECK-HOLDS.
082600
082700     MOVE 'N' TO WS-HOLD-FOUND-SW.
082800
082900     MOVE SPACES TO HOLD-TABLE-RECORD.
083000     MOVE ABR-STUDENT-ID TO HLD-STUDENT-ID.
083100     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
083200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
083300                         HOLD-TABLE-FILE,
083400                         HOLD-TABLE-RECORD.
083500*    END-CALL.
083600     IF NOT VSIO-SUCCESS
083700         MOVE +0 TO VSIO-RETURN-CODE
083800         GO TO 149-EXIT.
083900*    END-IF.
084000
084100     MOVE SPACES TO HOLD-TABLE-RECORD (1:8).
084200     MOVE +54 TO VSIO-RECORD-LENGTH OF HOLD-TABLE-FILE.
084300     MOVE VSIO-READ TO VSIO-COMMAND.
084400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
084500                         HOLD-TABLE-FILE,
084600                         HOLD-TABLE-RECORD.
084700*    END-CALL.
084800     IF VSIO-SUCCESS
084900     AND HLD-STUDENT-ID EQUAL ABR-STUDENT-ID
085000         MOVE 'Y' TO WS-HOLD-FOUND-SW.
085100*    END-IF.
085200     MOVE +0 TO VSIO-RETURN-CODE.
085300
085400 149-EXIT.
085500     EXIT.
085600
085700* ************************************************************** *
085800* FETCHES THE STUDENT'S NAME AND ADDRESS RECORD FROM             *
085900* STUDENT-MASTER-FILE THE SAME WAY ARSTMT DOES.                  *
086000* ************************************************************** *
086100 150-READ-STUDENT.
086200
086300     MOVE 'N' TO WS-STUDENT-FOUND-SW.
086400     MOVE SPACES TO STUDENT-INFO-RECORD.
086500
086600     MOVE SPACES TO STUDENT-RECORD-AREA.
086700     MOVE ABR-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
086800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
086900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
087000                         STUDENT-MASTER-FILE,
087100                         STUDENT-RECORD-AREA.
087200*    END-CALL.
087300     IF VSIO-SUCCESS
087400         MOVE SPACES TO STUDENT-RECORD-AREA (1:10)
087500         MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE
087600         MOVE VSIO-READ TO VSIO-COMMAND
087700         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
087800                             STUDENT-MASTER-FILE,
087900                             STUDENT-RECORD-AREA
088000     END-IF.
088100     IF NOT VSIO-SUCCESS
088200     OR STUDENT-RECORD-AREA (1:7) NOT EQUAL ABR-STUDENT-ID
088300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
088400         MOVE +0 TO VSIO-RETURN-CODE
088500     ELSE
088600         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
088700         MOVE 'Y' TO WS-STUDENT-FOUND-SW.
088800*    END-IF.
088900
089000 159-EXIT.
089100     EXIT.
089200
089300 160-READ-BANK.
089400
089500     MOVE 'N' TO WS-BANK-FOUND-SW.
089600     MOVE SPACES TO BANK-TABLE-RECORD.
089700     MOVE ABR-STUDENT-ID TO BNK-STUDENT-ID.
089800     MOVE VSIO-READ TO VSIO-COMMAND.
089900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
090000                         BANK-TABLE-FILE,
090100                         BANK-TABLE-RECORD.
090200*    END-CALL.
090300     IF VSIO-SUCCESS
090400         MOVE 'Y' TO WS-BANK-FOUND-SW
090500     ELSE
090600         IF NOT VSIO-RECORD-NOT-FOUND
090700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
090800*        END-IF
090900*    END-IF.
091000     MOVE +0 TO VSIO-RETURN-CODE.
091100
091200 169-EXIT.
091300     EXIT.
091400
091500* ************************************************************** *
091600* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
091700* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME      *
091800* BACK, SO NO CHECK IS SENT THERE.                               *
091900* ************************************************************** *
092000 165-CHECK-RETURNED-MAIL.
092100
092200     MOVE 'N' TO WS-MAIL-RETURNED-SW.
092300     MOVE SPACES TO RETURNED-MAIL-RECORD.
092400     MOVE ABR-STUDENT-ID TO MRT-STUDENT-ID.
092500     MOVE VSIO-READ TO VSIO-COMMAND.
092600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
092700                         RETURNED-MAIL-FILE,
092800                         RETURNED-MAIL-RECORD.
092900*    END-CALL.
093000     IF VSIO-SUCCESS
093100         MOVE 'Y' TO WS-MAIL-RETURNED-SW
093200     ELSE
093300         IF NOT VSIO-RECORD-NOT-FOUND
093400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
093500*        END-IF
093600*    END-IF.
093700     MOVE +0 TO VSIO-RETURN-CODE.
093800
093900 165-EXIT.
094000     EXIT.
094100
094200 170-LIST-EXCLUDED.
094300
094400     WRITE REPORT-LINE FROM DETAIL-LINE.
094500     ADD +1 TO EXCLUDED-COUNTER.
094600     ADD WS-REFUND-AMOUNT TO WS-EXCLUDED-TOTAL.
094700
094800 179-EXIT.
094900     EXIT.
095000
095100* ************************************************************** *
095200* REFUNDS BY DIRECT DEPOSIT.  THE BALANCE IS POSTED FIRST; ONLY  *
095300* WHEN ARBAL HAS BEEN RETURNED TO ZERO IS THE ENTRY WRITTEN TO   *
095400* THE ACH FILE.  THE FILE AND BATCH HEADERS GO OUT AHEAD OF THE  *
095500* FIRST ENTRY.                                                   *
095600* ************************************************************** *
095700 200-PAY-BY-ACH.
095800
095900     ADD +1 TO WS-TRACE-SEQUENCE.
096000     MOVE 'ACH' TO WS-PAYMENT-METHOD.
096100     MOVE WS-TRACE-NUMBER TO WS-PAYMENT-NUMBER.
096200
096300     PERFORM 250-POST-REFUND THRU 259-EXIT.
096400     IF NOT VSIO-SUCCESS
096500         SUBTRACT +1 FROM WS-TRACE-SEQUENCE
096600         MOVE 'NOT REFUNDED - ARBAL ERROR' TO DL-DISPOSITION
096700         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
096800         MOVE +0 TO VSIO-RETURN-CODE
096900         GO TO 209-EXIT.
097000*    END-IF.
097100
097200     IF ACH-COUNTER EQUAL ZERO
097300         PERFORM 300-START-ACH-FILE THRU 309-EXIT.
097400*    END-IF.
097500
097600     IF BNK-SAVINGS
097700         MOVE '32' TO AED-TRANSACTION-CODE
097800     ELSE
097900         MOVE '22' TO AED-TRANSACTION-CODE.
098000*    END-IF.
098100     MOVE BNK-DFI-ID TO AED-RECEIVING-DFI-ID.
098200     MOVE BNK-CHECK-DIGIT TO AED-CHECK-DIGIT.
098300     MOVE BNK-ACCOUNT-NUMBER TO AED-DFI-ACCOUNT.
098400     MOVE WS-REFUND-AMOUNT TO AED-AMOUNT.
098500     MOVE ABR-STUDENT-ID TO AED-INDIVIDUAL-ID.
098600     MOVE BNK-HOLDER-NAME TO AED-INDIVIDUAL-NAME.
098700     MOVE WS-TRACE-NUMBER TO AED-TRACE-NUMBER.
098800     WRITE ACH-RECORD FROM ACH-ENTRY-DETAIL.
098900     ADD +1 TO ACH-RECORD-COUNTER.
099000     ADD BNK-DFI-ID TO WS-ENTRY-HASH.
099100
099200     ADD +1 TO ACH-COUNTER.
099300     ADD WS-REFUND-AMOUNT TO WS-ACH-TOTAL.
099400
099500     IF DL-NAME EQUAL SPACES
099600         MOVE BNK-HOLDER-NAME TO DL-NAME.
099700*    END-IF.
099800     MOVE 'ACH' TO DL-METHOD.
099900     MOVE WS-TRACE-NUMBER TO DL-PAYMENT-NUMBER.
100000     MOVE SPACES TO DL-DISPOSITION.
100100     IF BNK-SAVINGS
100200         STRING 'DEPOSITED TO SAVINGS '
100300                BNK-ROUTING-NUMBER DELIMITED BY SIZE
100400             INTO DL-DISPOSITION
100500     ELSE
100600         STRING 'DEPOSITED TO CHECKING '
100700                BNK-ROUTING-NUMBER DELIMITED BY SIZE
100800             INTO DL-DISPOSITION.
100900*    END-IF.
101000     WRITE REPORT-LINE FROM DETAIL-LINE.
101100
101200 209-EXIT.
101300     EXIT.
101400
101500* ************************************************************** *
101600* REFUNDS BY CHECK TO THE STUDENT-MASTER-FILE ADDRESS, WHICH     *
101700* IS PRINTED UNDER THE REGISTER LINE FOR THE MAILING.            *
101800* ************************************************************** *
101900 220-PAY-BY-CHECK.
102000
102100     MOVE 'CHECK' TO WS-PAYMENT-METHOD.
102200     MOVE WS-CHECK-NUMBER TO WS-PAYMENT-NUMBER.
102300
102400     PERFORM 250-POST-REFUND THRU 259-EXIT.
102500     IF NOT VSIO-SUCCESS
102600         MOVE 'NOT REFUNDED - ARBAL ERROR' TO DL-DISPOSITION
102700         PERFORM 170-LIST-EXCLUDED THRU 179-EXIT
102800         MOVE +0 TO VSIO-RETURN-CODE
102900         GO TO 229-EXIT.
103000*    END-IF.
103100
103200     ADD +1 TO CHECK-COUNTER.
103300     ADD WS-REFUND-AMOUNT TO WS-CHECK-TOTAL.
103400
103500     MOVE 'CHECK' TO DL-METHOD.
103600     MOVE WS-CHECK-NUMBER TO DL-PAYMENT-NUMBER.
103700     MOVE 'CHECK ISSUED' TO DL-DISPOSITION.
103800     WRITE REPORT-LINE FROM DETAIL-LINE.
103900     MOVE SIR-ADDRESS TO ADL-TEXT.
104000     WRITE REPORT-LINE FROM ADDRESS-LINE.
104100     MOVE SIR-CITY TO CSL-CITY.
104200     MOVE SIR-STATE TO CSL-STATE.
104300     MOVE SIR-ZIPCODE TO CSL-ZIPCODE.
104400     WRITE REPORT-LINE FROM CITY-STATE-LINE.
104500
104600     ADD +1 TO WS-CHECK-NUMBER.
104700
104800 229-EXIT.
104900     EXIT.
105000
105100* ************************************************************** *
105200* POSTS THE REFUND: THE ARBAL BALANCE GOES BACK TO ZERO AND A    *
105300* 'CRF' RECORD FOR THE AMOUNT PAID OUT, REFERENCED WITH THE      *
105400* CHECK OR TRACE NUMBER, IS ADDED TO THE ARDETL JOURNAL.  THE    *
105500* VSAMIO STATUS OF THE ARBAL REWRITE IS LEFT FOR THE CALLER.     *
105600* ************************************************************** *
105700 250-POST-REFUND.
105800
105900     MOVE ZERO TO ABR-BALANCE.
106000     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
106100     MOVE VSIO-REWRITE TO VSIO-COMMAND.
106200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
106300                         BALANCE-FILE,
106400                         BALANCE-RECORD.
106500*    END-CALL.
106600     IF NOT VSIO-SUCCESS
106700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
106800         GO TO 259-EXIT.
106900*    END-IF.
107000
107100     MOVE SPACES TO AR-DETAIL-RECORD.
107200     MOVE ABR-STUDENT-ID TO ARD-STUDENT-ID.
107300     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
107400     MOVE 'CRF' TO ARD-TYPE.
107500     MOVE WS-REFUND-AMOUNT TO ARD-AMOUNT.
107600     MOVE SPACES TO ARD-REFERENCE.
107700     STRING WS-PAYMENT-METHOD DELIMITED BY SPACE
107800            ' ' DELIMITED BY SIZE
107900            WS-PAYMENT-NUMBER DELIMITED BY SIZE
108000         INTO ARD-REFERENCE.
108100     MOVE ZERO TO ARD-BALANCE.
108200     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
108300     MOVE VSIO-WRITE TO VSIO-COMMAND.
108400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
108500                         AR-DETAIL-FILE,
108600                         AR-DETAIL-RECORD.
108700*    END-CALL.
108800     IF NOT VSIO-SUCCESS
108900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
109000*    END-IF.
109100     MOVE +0 TO VSIO-RETURN-CODE.
109200
109300 259-EXIT.
109400     EXIT.
109500
109600* ************************************************************** *
109700* WRITES THE ACH FILE HEADER AND THE BATCH HEADER.  THE          *
109800* ORIGINATING BANK IS BOTH THE IMMEDIATE DESTINATION AND THE     *
109900* ODFI; ENTRIES SETTLE ON THE RUN DATE.                          *
110000* ************************************************************** *
110100 300-START-ACH-FILE.
110200
110300     MOVE CC-ORIGIN-ROUTING TO AFH-IMMEDIATE-DEST.
110400     MOVE CC-COMPANY-ID TO AFH-IMMEDIATE-ORIGIN.
110500     MOVE WS-RUN-DATE TO AFH-CREATION-DATE.
110600     MOVE WS-RUN-HHMM TO AFH-CREATION-TIME.
110700     MOVE CC-ORIGIN-BANK-NAME TO AFH-DEST-NAME.
110800     MOVE CC-COMPANY-NAME TO AFH-ORIGIN-NAME.
110900     WRITE ACH-RECORD FROM ACH-FILE-HEADER.
111000     ADD +1 TO ACH-RECORD-COUNTER.
111100
111200     MOVE CC-COMPANY-NAME TO ABH-COMPANY-NAME.
111300     MOVE CC-COMPANY-ID TO ABH-COMPANY-ID.
111400     MOVE WS-RUN-DATE TO ABH-EFFECTIVE-DATE.
111500     MOVE CC-ORIGIN-DFI-ID TO ABH-ORIGIN-DFI-ID.
111600     WRITE ACH-RECORD FROM ACH-BATCH-HEADER.
111700     ADD +1 TO ACH-RECORD-COUNTER.
111800
111900 309-EXIT.
112000     EXIT.
112100
112200* ************************************************************** *
112300* CLOSES OFF THE ACH FILE: BATCH CONTROL, FILE CONTROL, THEN     *
112400* ALL-NINES RECORDS UP TO A FULL BLOCK OF TEN.  THE ENTRY HASH   *
112500* IS THE SUM OF THE RECEIVING DFI IDS, KEPT TO TEN DIGITS.       *
112600* ************************************************************** *
112700 310-FINISH-ACH-FILE.
112800
112900     MOVE ACH-COUNTER TO ABC-ENTRY-COUNT.
113000     MOVE WS-ENTRY-HASH TO ABC-ENTRY-HASH.
113100     MOVE ZERO TO ABC-TOTAL-DEBIT.
113200     MOVE WS-ACH-TOTAL TO ABC-TOTAL-CREDIT.
113300     MOVE CC-COMPANY-ID TO ABC-COMPANY-ID.
113400     MOVE CC-ORIGIN-DFI-ID TO ABC-ORIGIN-DFI-ID.
113500     WRITE ACH-RECORD FROM ACH-BATCH-CONTROL.
113600     ADD +2 TO ACH-RECORD-COUNTER.
113700
113800     DIVIDE ACH-RECORD-COUNTER BY 10
113900         GIVING ACH-BLOCK-COUNTER
114000         REMAINDER ACH-BLOCK-REMAINDER.
114100     IF ACH-BLOCK-REMAINDER NOT EQUAL ZERO
114200         ADD +1 TO ACH-BLOCK-COUNTER.
114300*    END-IF.
114400
114500     MOVE ACH-BLOCK-COUNTER TO AFC-BLOCK-COUNT.
114600     MOVE ACH-COUNTER TO AFC-ENTRY-COUNT.
114700     MOVE WS-ENTRY-HASH TO AFC-ENTRY-HASH.
114800     MOVE ZERO TO AFC-TOTAL-DEBIT.
114900     MOVE WS-ACH-TOTAL TO AFC-TOTAL-CREDIT.
115000     WRITE ACH-RECORD FROM ACH-FILE-CONTROL.
115100
115200     PERFORM 315-WRITE-BLOCK-FILLER
115300        THRU 315-EXIT
115400       UNTIL ACH-BLOCK-REMAINDER EQUAL ZERO
115500          OR ACH-BLOCK-REMAINDER EQUAL 10.
115600*    END-PERFORM.
115700
115800     DISPLAY 'CRREFUND: ACH ENTRIES WRITTEN: ' ACH-COUNTER.
115900
116000 319-EXIT.
116100     EXIT.
116200
116300 315-WRITE-BLOCK-FILLER.
116400
116500     WRITE ACH-RECORD FROM ACH-BLOCK-FILLER.
116600     ADD +1 TO ACH-BLOCK-REMAINDER.
116700
116800 315-EXIT.
116900     EXIT.
117000
117100* ************************************************************** *
117200* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
117300* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
117400* PROGRAM IN THIS SUITE.                                         *
117500* ************************************************************** *
117600 500-DISPLAY-UNKNOWN-ERROR.
117700
117800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
117900     EXHIBIT NAMED VSIO-RETURN-CODE.
118000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
118100                   VSIO-VSAM-FUNCTION-CODE,
118200                   VSIO-VSAM-FEEDBACK-CODE.
118300
118400 509-EXIT.
118500     EXIT.
