000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TAX1098.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ANNUAL 1098-T TUITION STATEMENTS.  THE BURSAR HAD BEEN        *
000900* BUILDING THE FORMS BY HAND EVERY JANUARY FROM ARSTMT          *
001000* PRINTOUTS; THIS RUN READS THE AR-DETAIL JOURNAL (ESDS, DDNAME *
001100* ARDETL) FOR THE CALENDAR TAX YEAR ON THE SYSIN CARD AND, PER  *
001200* STUDENT, TOTALS:                                              *
001300*   BOX 1  QUALIFIED TUITION AND RELATED EXPENSES -- 'CHG'      *
001400*          POSTINGS LESS 'RFD' REVERSALS, PLUS 'ADJ' POSTINGS   *
001500*          WHOSE REASON CODE IS PUNCHED ON THE SYSIN CARD (NO   *
001600*          CODES PUNCHED MEANS EVERY 'ADJ' COUNTS);             *
001700*   BOX 5  SCHOLARSHIPS OR GRANTS -- 'AID' DISBURSEMENTS LESS   *
001750*          'T4R' TITLE IV FUNDS RETURNED (AIDRETRN).            *
001800* LATE FEES ('FEE'), WRITE-OFFS ('WOF') AND PAYMENTS ('PAY') ARE*
001900* NOT REPORTABLE.  A STUDENT WHOSE BOX 1 AND BOX 5 ARE BOTH ZERO*
002000* OR LESS IS SKIPPED; A NEGATIVE BOX IS REPORTED AS ZERO.       *
002100*                                                               *
002200* OUTPUTS:                                                      *
002300*   - THE STUDENT COPY (SYSPRINT), ONE PAGE PER STUDENT WITH THE*
002400*     WINDOW-ENVELOPE ADDRESS BLOCK FROM STUDENT-MASTER-FILE;   *
002500*   - THE IRS ELECTRONIC FILE (UT-S-IRS1098), 750-BYTE 'T', 'A',*
002600*     'B' (ONE PER STUDENT), 'C' AND 'F' RECORDS.  THE STUDENT  *
002700*     MASTER CARRIES NO TAXPAYER ID, SO THE PAYEE TIN IS LEFT   *
002800*     BLANK AND THE STUDENT ID GOES IN THE ACCOUNT NUMBER;      *
002900*   - A CONTROL-TOTAL PAGE TYING THE REPORTED BOXES AND THE 'C' *
003000*     RECORD BACK TO THE ARDETL TOTALS BY POSTING TYPE.  A      *
003100*     MISMATCH, OR A STUDENT TABLE OVERFLOW, ENDS THE STEP RC 8.*
003200*                                                               *
003300* SYSIN CARDS:                                                  *
003400*   CARD 1  COLS  1-4   TAX YEAR (CCYY)                         *
003500*           COLS  5-13  FILER EIN                               *
003600*           COLS 14-18  TRANSMITTER CONTROL CODE                *
003700*           COL  19     'T' FOR AN IRS TEST FILE                *
003800*           COLS 20-29  FILER TELEPHONE                         *
003900*           COLS 30-45  UP TO FOUR QUALIFYING 'ADJ' REASON CODES*
004000*   CARD 2  COLS  1-40  FILER NAME (REQUIRED)                   *
004100*           COLS 41-80  FILER STREET ADDRESS                    *
004200*   CARD 3  COLS  1-25  FILER CITY, 26-27 STATE, 28-36 ZIP      *
004300*           COLS 37-76  CONTACT NAME                            *
004400*                                                               *
004500* MODIFICATION HISTORY.                                         *
004600*   DATE       INIT  DESCRIPTION                                *
004700*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004750*   10/15/2026 JM    'T4R' AID RETURNS REDUCE BOX 5.            *
004800* ************************************************************* *
004900
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700
005800     SELECT CONTROL-CARD-FILE
005900         ASSIGN TO UT-S-SYSIN.
006000
006100     SELECT IRS-OUT-FILE
006200         ASSIGN TO UT-S-IRS1098.
006300
006400     SELECT REPORT-FILE
006500         ASSIGN TO UR-1403-S-SYSPRINT.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CONTROL-CARD-FILE
007000     LABEL RECORDS ARE OMITTED
007100     RECORD CONTAINS 80 CHARACTERS
007200     BLOCK CONTAINS 0 RECORDS
007300     DATA RECORD IS CONTROL-CARD-RECORD.
007400 01  CONTROL-CARD-RECORD         PIC X(80).
007500
007600 FD  IRS-OUT-FILE
007700     LABEL RECORDS ARE OMITTED
007800     RECORD CONTAINS 750 CHARACTERS
007900     BLOCK CONTAINS 0 RECORDS
008000     DATA RECORD IS IRS-OUT-RECORD.
008100 01  IRS-OUT-RECORD              PIC X(750).
008200
008300 FD  REPORT-FILE
008400     LABEL RECORDS ARE OMITTED
008500     RECORD CONTAINS 132 CHARACTERS
008600     BLOCK CONTAINS 0 RECORDS
008700     DATA RECORD IS REPORT-LINE.
008800 01  REPORT-LINE                 PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009200     88  END-OF-FILE                         VALUE 'Y'.
009300 77  WS-SWAPPED-SWITCH           PIC X(01)   VALUE 'N'.
009400     88  WS-SWAPPED                          VALUE 'Y'.
009500 77  WS-OVERFLOW-SW              PIC X(01)   VALUE 'N'.
009600     88  WS-OVERFLOW                         VALUE 'Y'.
009700 77  WS-BALANCED-SW              PIC X(01)   VALUE 'Y'.
009800     88  WS-BALANCED                         VALUE 'Y'.
009900 77  WS-ADJ-QUALIFIED-SW         PIC X(01)   VALUE 'N'.
010000     88  WS-ADJ-QUALIFIED                    VALUE 'Y'.
010100 77  WS-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
010200     88  WS-ENTRY-FOUND                      VALUE 'Y'.
010300
010400 77  STE-COUNT                   PIC S9(4) COMP VALUE ZERO.
010500 77  STE-IDX                     PIC S9(4) COMP VALUE ZERO.
010600 77  SORT-IDX                    PIC S9(4) COMP VALUE ZERO.
010700 77  STE-LIMIT                   PIC S9(4) COMP VALUE +3000.
010800 77  REASON-IDX                  PIC S9(4) COMP VALUE ZERO.
010900 77  WS-REASON-COUNT             PIC S9(4) COMP VALUE ZERO.
011000
011100 77  RECORDS-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
011200 77  OUT-OF-YEAR-COUNTER         PIC S9(8) COMP VALUE ZERO.
011300 77  IN-YEAR-COUNTER             PIC S9(8) COMP VALUE ZERO.
011400 77  REPORTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
011500 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
011600 77  NOT-ON-MASTER-COUNTER       PIC S9(8) COMP VALUE ZERO.
011700 77  IRS-SEQUENCE                PIC S9(8) COMP VALUE ZERO.
011800 77  IRS-RECORDS-COUNTER         PIC S9(8) COMP VALUE ZERO.
011900 77  WS-PAYEE-COUNT              PIC S9(8) COMP VALUE ZERO.
012000
012100 01  WS-TAX-YEAR                 PIC 9(04)   VALUE ZERO.
012200 01  WS-CURRENT-ID               PIC X(07)   VALUE SPACES.
012300 01  WS-BOX-1                    PIC S9(7)V99 COMP-3 VALUE ZERO.
012400 01  WS-BOX-5                    PIC S9(7)V99 COMP-3 VALUE ZERO.
012500
012600* ************************************************************** *
012700* SYSIN CARD IMAGES.                                             *
012800* ************************************************************** *
012900 01  CONTROL-CARD-1.
013000     02  CC1-TAX-YEAR            PIC X(04).
013100     02  CC1-TAX-YEAR-N          REDEFINES CC1-TAX-YEAR
013200                                 PIC 9(04).
013300     02  CC1-FILER-EIN           PIC X(09).
013400     02  CC1-FILER-EIN-N         REDEFINES CC1-FILER-EIN
013500                                 PIC 9(09).
013600     02  CC1-TCC                 PIC X(05).
013700     02  CC1-TEST-FILE           PIC X(01).
013800     02  CC1-FILER-PHONE         PIC X(10).
013900     02  CC1-ADJ-REASONS.
014000         03  CC1-ADJ-REASON      PIC X(04) OCCURS 4 TIMES.
014100     02  FILLER                  PIC X(35).
014200
014300 01  CONTROL-CARD-2.
014400     02  CC2-FILER-NAME          PIC X(40).
014500     02  CC2-FILER-ADDRESS       PIC X(40).
014600
014700 01  CONTROL-CARD-3.
014800     02  CC3-FILER-CITY          PIC X(25).
014900     02  CC3-FILER-STATE         PIC X(02).
015000     02  CC3-FILER-ZIP           PIC X(09).
015100     02  CC3-CONTACT-NAME        PIC X(40).
015200     02  FILLER                  PIC X(04).
015300
015400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
015500 01  AR-DETAIL-FILE              COPY VSAMIOFB.
015600 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
015700
015800 01  AR-DETAIL-RECORD.
015900     02  ARD-STUDENT-ID          PIC X(07).
016000     02  ARD-POST-DATE           PIC 9(08).
016100     02  FILLER                  REDEFINES ARD-POST-DATE.
016200         03  ARD-POST-YEAR       PIC 9(04).
016300         03  FILLER              PIC 9(04).
016400     02  ARD-TYPE                PIC X(03).
016500     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
016600     02  ARD-REFERENCE           PIC X(20).
016700     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
016800     02  FILLER                  PIC X(14).
016900
017000 01  STUDENT-RECORD-AREA         PIC X(83).
017100 01  STUDENT-INFO-RECORD.
017200     02  SIR-STUDENT-ID          PIC X(07).
017300     02  SIR-KEY-ID              PIC 9(03).
017400     02  SIR-NAME                PIC X(22).
017500     02  SIR-ADDRESS             PIC X(25).
017600     02  SIR-CITY                PIC X(15).
017700     02  SIR-STATE               PIC X(02).
017800     02  SIR-ZIPCODE             PIC 9(05).
017900     02  SIR-GENDER              PIC X(01).
018000     02  SIR-MAJOR               PIC X(03).
018100
018200* ************************************************************** *
018300* PER-STUDENT BOX ACCUMULATORS, SORTED BY STUDENT BEFORE THE     *
018400* FORMS PRINT.                                                   *
018500* ************************************************************** *
018600 01  STUDENT-TOTAL-TABLE.
018700     02  STE-ENTRY OCCURS 3000 TIMES.
018800         03  STE-STUDENT-ID      PIC X(07).
018900         03  STE-BOX-1           PIC S9(7)V99 COMP-3.
019000         03  STE-BOX-5           PIC S9(7)V99 COMP-3.
019100 01  STUDENT-SWAP-ENTRY          PIC X(17).
019200
019300* ************************************************************** *
019400* ARDETL CONTROL TOTALS BY POSTING TYPE FOR THE TAX YEAR, AND    *
019500* WHAT WAS REPORTED AND LEFT UNREPORTED.                         *
019600* ************************************************************** *
019700 01  CONTROL-TOTALS.
019800     02  CT-CHG-COUNT            PIC S9(8) COMP VALUE ZERO.
019900     02  CT-CHG-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
020000     02  CT-RFD-COUNT            PIC S9(8) COMP VALUE ZERO.
020100     02  CT-RFD-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
020200     02  CT-ADJQ-COUNT           PIC S9(8) COMP VALUE ZERO.
020300     02  CT-ADJQ-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
020400     02  CT-ADJX-COUNT           PIC S9(8) COMP VALUE ZERO.
020500     02  CT-ADJX-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
020600     02  CT-AID-COUNT            PIC S9(8) COMP VALUE ZERO.
020700     02  CT-AID-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
020710     02  CT-T4R-COUNT            PIC S9(8) COMP VALUE ZERO.
020720     02  CT-T4R-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
020800     02  CT-PAY-COUNT            PIC S9(8) COMP VALUE ZERO.
020900     02  CT-PAY-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
021000     02  CT-FEE-COUNT            PIC S9(8) COMP VALUE ZERO.
021100     02  CT-FEE-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
021200     02  CT-WOF-COUNT            PIC S9(8) COMP VALUE ZERO.
021300     02  CT-WOF-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
021400     02  CT-OTHER-COUNT          PIC S9(8) COMP VALUE ZERO.
021500     02  CT-OTHER-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
021600     02  CT-QUALIFIED-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
021700     02  CT-SCHOLARSHIP-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
021800     02  CT-BOX-1-REPORTED       PIC S9(9)V99 COMP-3 VALUE ZERO.
021900     02  CT-BOX-1-UNREPORTED     PIC S9(9)V99 COMP-3 VALUE ZERO.
022000     02  CT-BOX-5-REPORTED       PIC S9(9)V99 COMP-3 VALUE ZERO.
022100     02  CT-BOX-5-UNREPORTED     PIC S9(9)V99 COMP-3 VALUE ZERO.
022200     02  CT-BOX-1-ACCOUNTED      PIC S9(9)V99 COMP-3 VALUE ZERO.
022300     02  CT-BOX-5-ACCOUNTED      PIC S9(9)V99 COMP-3 VALUE ZERO.
022400     02  CT-C-TOTAL-1            PIC S9(9)V99 COMP-3 VALUE ZERO.
022500     02  CT-C-TOTAL-5            PIC S9(9)V99 COMP-3 VALUE ZERO.
022600
022700* ************************************************************** *
022800* IRS ELECTRONIC FILING LAYOUTS (750-BYTE TRANSMITTER, PAYER,    *
022900* PAYEE, END OF PAYER AND END OF TRANSMISSION RECORDS).          *
023000* ************************************************************** *
023100 01  IRS-T-RECORD.
023200     02  TR-TYPE                 PIC X(01).
023300     02  TR-PAYMENT-YEAR         PIC 9(04).
023400     02  TR-PRIOR-YEAR           PIC X(01).
023500     02  TR-TRANSMITTER-TIN      PIC 9(09).
023600     02  TR-TCC                  PIC X(05).
023700     02  FILLER                  PIC X(07).
023800     02  TR-TEST-FILE            PIC X(01).
023900     02  TR-FOREIGN              PIC X(01).
024000     02  TR-TRANSMITTER-NAME     PIC X(40).
024100     02  FILLER                  PIC X(40).
024200     02  TR-COMPANY-NAME         PIC X(40).
024300     02  FILLER                  PIC X(40).
024400     02  TR-COMPANY-ADDRESS      PIC X(40).
024500     02  TR-COMPANY-CITY         PIC X(40).
024600     02  TR-COMPANY-STATE        PIC X(02).
024700     02  TR-COMPANY-ZIP          PIC X(09).
024800     02  FILLER                  PIC X(15).
024900     02  TR-PAYEE-COUNT          PIC 9(08).
025000     02  TR-CONTACT-NAME         PIC X(40).
025100     02  TR-CONTACT-PHONE        PIC X(15).
025200     02  FILLER                  PIC X(141).
025300     02  TR-SEQUENCE             PIC 9(08).
025400     02  FILLER                  PIC X(243).
025500
025600 01  IRS-A-RECORD.
025700     02  AR-TYPE                 PIC X(01).
025800     02  AR-PAYMENT-YEAR         PIC 9(04).
025900     02  AR-COMBINED-FILER       PIC X(01).
026000     02  FILLER                  PIC X(05).
026100     02  AR-PAYER-TIN            PIC 9(09).
026200     02  AR-NAME-CONTROL         PIC X(04).
026300     02  AR-LAST-FILING          PIC X(01).
026400     02  AR-RETURN-TYPE          PIC X(02).
026500     02  AR-AMOUNT-CODES         PIC X(18).
026600     02  FILLER                  PIC X(06).
026700     02  AR-FOREIGN              PIC X(01).
026800     02  AR-PAYER-NAME           PIC X(40).
026900     02  FILLER                  PIC X(40).
027000     02  AR-TRANSFER-AGENT       PIC X(01).
027100     02  AR-PAYER-ADDRESS        PIC X(40).
027200     02  AR-PAYER-CITY           PIC X(40).
027300     02  AR-PAYER-STATE          PIC X(02).
027400     02  AR-PAYER-ZIP            PIC X(09).
027500     02  AR-PAYER-PHONE          PIC X(15).
027600     02  FILLER                  PIC X(260).
027700     02  AR-SEQUENCE             PIC 9(08).
027800     02  FILLER                  PIC X(243).
027900
028000 01  IRS-B-RECORD.
028100     02  BR-TYPE                 PIC X(01).
028200     02  BR-PAYMENT-YEAR         PIC 9(04).
028300     02  BR-CORRECTED            PIC X(01).
028400     02  BR-NAME-CONTROL         PIC X(04).
028500     02  BR-TIN-TYPE             PIC X(01).
028600     02  BR-PAYEE-TIN            PIC X(09).
028700     02  BR-ACCOUNT-NUMBER       PIC X(20).
028800     02  BR-OFFICE-CODE          PIC X(04).
028900     02  FILLER                  PIC X(10).
029000     02  BR-AMOUNT-1             PIC 9(10)V99.
029100     02  BR-AMOUNTS-2-4          PIC X(36).
029200     02  BR-AMOUNT-5             PIC 9(10)V99.
029300     02  BR-AMOUNTS-6-G          PIC X(132).
029400     02  FILLER                  PIC X(40).
029500     02  BR-FOREIGN              PIC X(01).
029600     02  BR-PAYEE-NAME           PIC X(40).
029700     02  FILLER                  PIC X(80).
029800     02  BR-PAYEE-ADDRESS        PIC X(40).
029900     02  FILLER                  PIC X(40).
030000     02  BR-PAYEE-CITY           PIC X(40).
030100     02  BR-PAYEE-STATE          PIC X(02).
030200     02  BR-PAYEE-ZIP            PIC X(09).
030300     02  FILLER                  PIC X(01).
030400     02  BR-SEQUENCE             PIC 9(08).
030500     02  FILLER                  PIC X(203).
030600
030700 01  IRS-C-RECORD.
030800     02  CR-TYPE                 PIC X(01).
030900     02  CR-PAYEE-COUNT          PIC 9(08).
031000     02  FILLER                  PIC X(06).
031100     02  CR-TOTAL-1              PIC 9(16)V99.
031200     02  CR-TOTALS-2-4           PIC X(54).
031300     02  CR-TOTAL-5              PIC 9(16)V99.
031400     02  CR-TOTALS-6-G           PIC X(198).
031500     02  FILLER                  PIC X(196).
031600     02  CR-SEQUENCE             PIC 9(08).
031700     02  FILLER                  PIC X(243).
031800
031900 01  IRS-F-RECORD.
032000     02  FR-TYPE                 PIC X(01).
032100     02  FR-A-COUNT              PIC 9(08).
032200     02  FR-ZEROS                PIC X(21).
032300     02  FILLER                  PIC X(19).
032400     02  FR-B-COUNT              PIC 9(08).
032500     02  FILLER                  PIC X(442).
032600     02  FR-SEQUENCE             PIC 9(08).
032700     02  FILLER                  PIC X(243).
032800
032900 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
033000
033100 01  ADDRESS-LINE.
033200     02  FILLER                  PIC X(09) VALUE SPACES.
033300     02  AL-TEXT                 PIC X(40).
033400     02  FILLER                  PIC X(83) VALUE SPACES.
033500
033600 01  CITY-STATE-ZIP-LINE.
033700     02  FILLER                  PIC X(09) VALUE SPACES.
033800     02  CSL-CITY                PIC X(15).
033900     02  FILLER                  PIC X(01) VALUE SPACES.
034000     02  CSL-STATE               PIC X(02).
034100     02  FILLER                  PIC X(01) VALUE SPACES.
034200     02  CSL-ZIPCODE             PIC 9(05).
034300     02  FILLER                  PIC X(99) VALUE SPACES.
034400
034500 01  FORM-TITLE-LINE.
034600     02  FILLER                  PIC X(44) VALUE
034700         'FORM 1098-T  TUITION STATEMENT -- TAX YEAR  '.
034800     02  FTL-TAX-YEAR            PIC 9(04).
034900     02  FILLER                  PIC X(27) VALUE
035000         '   (STUDENT COPY -- COPY B)'.
035100     02  FILLER                  PIC X(57) VALUE SPACES.
035200
035300 01  FORM-FILER-LINE.
035400     02  FILLER                  PIC X(16) VALUE
035500         'FILER:          '.
035600     02  FFL-FILER-NAME          PIC X(40).
035700     02  FILLER                  PIC X(16) VALUE
035800         '   FILER EIN:   '.
035900     02  FFL-FILER-EIN           PIC 9(09).
036000     02  FILLER                  PIC X(51) VALUE SPACES.
036100
036200 01  FORM-ACCOUNT-LINE.
036300     02  FILLER                  PIC X(16) VALUE
036400         'STUDENT:        '.
036500     02  FAL-NAME                PIC X(22).
036600     02  FILLER                  PIC X(18) VALUE SPACES.
036700     02  FILLER                  PIC X(16) VALUE
036800         '   ACCOUNT NO:  '.
036900     02  FAL-STUDENT-ID          PIC X(07).
037000     02  FILLER                  PIC X(53) VALUE SPACES.
037100
037200 01  FORM-BOX-LINE.
037300     02  FBL-LABEL               PIC X(56).
037400     02  FBL-AMOUNT              PIC Z,ZZZ,ZZ9.99.
037500     02  FILLER                  PIC X(64) VALUE SPACES.
037600
037700 01  FORM-NOTE-LINE.
037800     02  FILLER                  PIC X(48) VALUE
037900         'BOX 1 IS QUALIFIED TUITION AND RELATED EXPENSES '.
038000     02  FILLER                  PIC X(48) VALUE
038100         'BILLED IN THE TAX YEAR, NET OF REFUNDS.         '.
038200     02  FILLER                  PIC X(36) VALUE SPACES.
038300
038400 01  CONTROL-HEAD-LINE.
038500     02  FILLER                  PIC X(44) VALUE
038600         'TAX1098 CONTROL TOTALS - 1098-T TAX YEAR    '.
038700     02  CHL-TAX-YEAR            PIC 9(04).
038800     02  FILLER                  PIC X(04) VALUE SPACES.
038900     02  CHL-TEST-FILE           PIC X(14).
039000     02  FILLER                  PIC X(66) VALUE SPACES.
039100
039200 01  CONTROL-COUNT-LINE.
039300     02  CCL-LABEL               PIC X(40).
039400     02  CCL-COUNT               PIC ZZZZZZZ9.
039500     02  FILLER                  PIC X(84) VALUE SPACES.
039600
039700 01  CONTROL-TYPE-LINE.
039800     02  CTL-LABEL               PIC X(40).
039900     02  CTL-COUNT               PIC ZZZZZZZ9.
040000     02  FILLER                  PIC X(04) VALUE SPACES.
040100     02  CTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
040200     02  FILLER                  PIC X(65) VALUE SPACES.
040300
040400 01  CONTROL-TIE-LINE.
040500     02  CTI-LABEL               PIC X(32).
040600     02  CTI-LEFT                PIC ZZZ,ZZZ,ZZ9.99-.
040700     02  FILLER                  PIC X(04) VALUE SPACES.
040800     02  CTI-RIGHT               PIC ZZZ,ZZZ,ZZ9.99-.
040900     02  FILLER                  PIC X(02) VALUE SPACES.
041000     02  CTI-FLAG                PIC X(10).
041100     02  FILLER                  PIC X(54) VALUE SPACES.
041200
041300 01  CONTROL-TIE-HEAD-LINE.
041400     02  FILLER                  PIC X(32) VALUE SPACES.
041500     02  FILLER                  PIC X(15) VALUE
041600         '        ARDETL '.
041700     02  FILLER                  PIC X(04) VALUE SPACES.
041800     02  FILLER                  PIC X(15) VALUE
041900         'ACCOUNTED FOR  '.
042000     02  FILLER                  PIC X(66) VALUE SPACES.
042100
042200 01  OVERFLOW-LINE.
042300     02  FILLER                  PIC X(50) VALUE
042400         '*** STUDENT TABLE FULL - LATER STUDENTS NOT ON THE'.
042500     02  FILLER                  PIC X(20) VALUE
042600         ' FILE OR THE FORMS  '.
042700     02  FILLER                  PIC X(62) VALUE SPACES.
042800
042900 PROCEDURE DIVISION.
043000
043100 000-INITIATE.
043200
043300     MOVE SPACES TO CONTROL-CARD-1.
043400     MOVE SPACES TO CONTROL-CARD-2.
043500     MOVE SPACES TO CONTROL-CARD-3.
043600     OPEN INPUT CONTROL-CARD-FILE.
043700     READ CONTROL-CARD-FILE INTO CONTROL-CARD-1
043800         AT END
043900             DISPLAY 'TAX1098: NO TAX YEAR CARD SUPPLIED - '
044000                     'STOPPING'
044100             MOVE +8 TO RETURN-CODE
044200             STOP RUN.
044300*    END-READ.
044400     READ CONTROL-CARD-FILE INTO CONTROL-CARD-2
044500         AT END CONTINUE
044600     END-READ.
044700     READ CONTROL-CARD-FILE INTO CONTROL-CARD-3
044800         AT END CONTINUE
044900     END-READ.
045000     CLOSE CONTROL-CARD-FILE.
045100
045200     IF CC1-TAX-YEAR NOT NUMERIC
045300     OR CC1-TAX-YEAR-N LESS THAN 1998
045400         DISPLAY 'TAX1098: TAX YEAR ' CC1-TAX-YEAR
045500                 ' IS NOT VALID - STOPPING'
045600         MOVE +8 TO RETURN-CODE
045700         STOP RUN.
045800*    END-IF.
045900     IF CC1-FILER-EIN NOT NUMERIC
046000         DISPLAY 'TAX1098: FILER EIN ' CC1-FILER-EIN
046100                 ' IS NOT NUMERIC - STOPPING'
046200         MOVE +8 TO RETURN-CODE
046300         STOP RUN.
046400*    END-IF.
046500     IF CC2-FILER-NAME EQUAL SPACES
046600         DISPLAY 'TAX1098: NO FILER NAME CARD - STOPPING'
046700         MOVE +8 TO RETURN-CODE
046800         STOP RUN.
046900*    END-IF.
047000     MOVE CC1-TAX-YEAR-N TO WS-TAX-YEAR.
047100
047200     PERFORM 125-COUNT-ONE-REASON
047300        THRU 125-EXIT
047400       VARYING REASON-IDX FROM 1 BY 1
047500         UNTIL REASON-IDX GREATER THAN 4.
047600*    END-PERFORM.
047700
047800     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
047900     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
048000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
048100     MOVE VSIO-INPUT TO VSIO-MODE OF AR-DETAIL-FILE.
048200     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
048300     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
048400     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
048500     MOVE VSIO-OPEN TO VSIO-COMMAND.
048600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048700                         AR-DETAIL-FILE,
048800                         AR-DETAIL-RECORD.
048900*    END-CALL.
049000     IF NOT VSIO-SUCCESS
049100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049200         STOP RUN.
049300*    END-IF.
049400
049500     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
049600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
049700     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
049800     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
049900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
050000     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
050100     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
050200     MOVE VSIO-OPEN TO VSIO-COMMAND.
050300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050400                         STUDENT-MASTER-FILE,
050500                         STUDENT-RECORD-AREA.
050600*    END-CALL.
050700     IF NOT VSIO-SUCCESS
050800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050900         STOP RUN.
051000*    END-IF.
051100
051200     OPEN OUTPUT IRS-OUT-FILE.
051300     OPEN OUTPUT REPORT-FILE.
051400     MOVE WS-TAX-YEAR TO FTL-TAX-YEAR.
051500     MOVE CC2-FILER-NAME TO FFL-FILER-NAME.
051600     MOVE CC1-FILER-EIN-N TO FFL-FILER-EIN.
051700
051800 010-PROCESS.
051900
052000     PERFORM 110-COLLECT-ONE-POSTING
052100        THRU 119-EXIT
052200       UNTIL END-OF-FILE.
052300*    END-PERFORM.
052400
052500     PERFORM 210-SORT-STUDENTS THRU 219-EXIT.
052600     PERFORM 220-COUNT-PAYEES THRU 229-EXIT.
052700     PERFORM 300-WRITE-PAYER-HEADERS THRU 309-EXIT.
052800     PERFORM 230-REPORT-STUDENTS THRU 239-EXIT.
052900     PERFORM 320-WRITE-PAYER-TRAILERS THRU 329-EXIT.
053000     PERFORM 400-CONTROL-PAGE THRU 409-EXIT.
053100
053200 020-TERMINATE.
053300
053400     CLOSE IRS-OUT-FILE.
053500     CLOSE REPORT-FILE.
053600
053700     MOVE VSIO-CLOSE TO VSIO-COMMAND.
053800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053900                         AR-DETAIL-FILE,
054000                         AR-DETAIL-RECORD.
054100*    END-CALL.
054200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054300                         STUDENT-MASTER-FILE,
054400                         STUDENT-RECORD-AREA.
054500*    END-CALL.
054600
054700     IF NOT WS-BALANCED
054800     OR WS-OVERFLOW
054900         DISPLAY 'TAX1098: IRS FILE DOES NOT TIE TO ARDETL - '
055000                 'RC 8'
055100         MOVE +8 TO RETURN-CODE.
055200*    END-IF.
055300
055400     DISPLAY 'TAX1098: STATEMENTS REPORTED: ' REPORTED-COUNTER.
055500     DISPLAY 'TAX1098: STUDENTS SKIPPED:    ' SKIPPED-COUNTER.
055600     DISPLAY 'TAX1098: IRS RECORDS WRITTEN: ' IRS-RECORDS-COUNTER.
055700     STOP RUN.
055800
055900* ************************************************************** *
056000* ONE JOURNAL POSTING.  EVERY RECORD IS COUNTED; THOSE POSTED IN *
056100* THE TAX YEAR ARE TOTALLED BY TYPE, AND THE REPORTABLE TYPES    *
056200* ARE ADDED TO THE STUDENT'S BOX 1 OR BOX 5 ACCUMULATOR.         *
056300* ************************************************************** *
056400 110-COLLECT-ONE-POSTING.
056500
056600     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
056700     MOVE VSIO-READ TO VSIO-COMMAND.
056800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056900                         AR-DETAIL-FILE,
057000                         AR-DETAIL-RECORD.
057100*    END-CALL.
057200     IF NOT VSIO-SUCCESS
057300         IF VSIO-END-OF-FILE
057400             MOVE 'Y' TO END-OF-FILE-SWITCH
057500             GO TO 119-EXIT
057600         ELSE
057700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057800             MOVE 'Y' TO END-OF-FILE-SWITCH
057900             GO TO 119-EXIT.
058000*        END-IF
058100*    END-IF.
058200
058300     ADD +1 TO RECORDS-READ-COUNTER.
058400     IF ARD-POST-DATE NOT NUMERIC
058500         ADD +1 TO OUT-OF-YEAR-COUNTER
058600         GO TO 119-EXIT.
058700*    END-IF.
058800     IF ARD-POST-YEAR NOT EQUAL WS-TAX-YEAR
058900         ADD +1 TO OUT-OF-YEAR-COUNTER
059000         GO TO 119-EXIT.
059100*    END-IF.
059200     ADD +1 TO IN-YEAR-COUNTER.
059300
059400     IF ARD-TYPE EQUAL 'PAY'
059500         ADD +1 TO CT-PAY-COUNT
059600         ADD ARD-AMOUNT TO CT-PAY-AMOUNT
059700         GO TO 119-EXIT.
059800*    END-IF.
059900     IF ARD-TYPE EQUAL 'FEE'
060000         ADD +1 TO CT-FEE-COUNT
060100         ADD ARD-AMOUNT TO CT-FEE-AMOUNT
060200         GO TO 119-EXIT.
060300*    END-IF.
060400     IF ARD-TYPE EQUAL 'WOF'
060500         ADD +1 TO CT-WOF-COUNT
060600         ADD ARD-AMOUNT TO CT-WOF-AMOUNT
060700         GO TO 119-EXIT.
060800*    END-IF.
060900     IF ARD-TYPE EQUAL 'ADJ'
061000         PERFORM 120-CHECK-ADJ-REASON THRU 129-EXIT
061100         IF NOT WS-ADJ-QUALIFIED
061200             ADD +1 TO CT-ADJX-COUNT
061300             ADD ARD-AMOUNT TO CT-ADJX-AMOUNT
061400             GO TO 119-EXIT.
061500*        END-IF
061600*    END-IF.
061700     IF ARD-TYPE NOT EQUAL 'CHG'
061800     AND ARD-TYPE NOT EQUAL 'RFD'
061900     AND ARD-TYPE NOT EQUAL 'ADJ'
062000     AND ARD-TYPE NOT EQUAL 'AID'
062050     AND ARD-TYPE NOT EQUAL 'T4R'
062100         ADD +1 TO CT-OTHER-COUNT
062200         ADD ARD-AMOUNT TO CT-OTHER-AMOUNT
062300         GO TO 119-EXIT.
062400*    END-IF.
062500
062600     IF ARD-TYPE EQUAL 'CHG'
062700         ADD +1 TO CT-CHG-COUNT
062800         ADD ARD-AMOUNT TO CT-CHG-AMOUNT
062900         ADD ARD-AMOUNT TO CT-QUALIFIED-TOTAL.
063000*    END-IF.
063100     IF ARD-TYPE EQUAL 'RFD'
063200         ADD +1 TO CT-RFD-COUNT
063300         ADD ARD-AMOUNT TO CT-RFD-AMOUNT
063400         ADD ARD-AMOUNT TO CT-QUALIFIED-TOTAL.
063500*    END-IF.
063600     IF ARD-TYPE EQUAL 'ADJ'
063700         ADD +1 TO CT-ADJQ-COUNT
063800         ADD ARD-AMOUNT TO CT-ADJQ-AMOUNT
063900         ADD ARD-AMOUNT TO CT-QUALIFIED-TOTAL.
064000*    END-IF.
064100     IF ARD-TYPE EQUAL 'AID'
064200         ADD +1 TO CT-AID-COUNT
064300         ADD ARD-AMOUNT TO CT-AID-AMOUNT
064400         SUBTRACT ARD-AMOUNT FROM CT-SCHOLARSHIP-TOTAL.
064500*    END-IF.
064510     IF ARD-TYPE EQUAL 'T4R'
064520         ADD +1 TO CT-T4R-COUNT
064530         ADD ARD-AMOUNT TO CT-T4R-AMOUNT
064540         SUBTRACT ARD-AMOUNT FROM CT-SCHOLARSHIP-TOTAL.
064550*    END-IF.
064600
064700     PERFORM 130-FIND-STUDENT-ENTRY THRU 139-EXIT.
064800     IF NOT WS-ENTRY-FOUND
064900         GO TO 119-EXIT.
065000*    END-IF.
065100
065200     IF ARD-TYPE EQUAL 'AID'
065250     OR ARD-TYPE EQUAL 'T4R'
065300         SUBTRACT ARD-AMOUNT FROM STE-BOX-5 (STE-IDX)
065400     ELSE
065500         ADD ARD-AMOUNT TO STE-BOX-1 (STE-IDX).
065600*    END-IF.
065700
065800 119-EXIT.
065900     EXIT.
066000
066100* ************************************************************** *
066200* AN 'ADJ' POSTING IS QUALIFIED TUITION WHEN ITS REASON CODE     *
066300* (REFERENCE COLS 1-4, AS ARADJ WRITES IT) IS ONE OF THOSE ON    *
066400* THE SYSIN CARD, OR WHEN NO CODES WERE PUNCHED AT ALL.          *
066500* ************************************************************** *
066600 120-CHECK-ADJ-REASON.
066700
066800     IF WS-REASON-COUNT EQUAL ZERO
066900         MOVE 'Y' TO WS-ADJ-QUALIFIED-SW
067000         GO TO 129-EXIT.
067100*    END-IF.
067200     MOVE 'N' TO WS-ADJ-QUALIFIED-SW.
067300     PERFORM 122-COMPARE-ONE-REASON
067400        THRU 122-EXIT
067500       VARYING REASON-IDX FROM 1 BY 1
067600         UNTIL REASON-IDX GREATER THAN 4
067700            OR WS-ADJ-QUALIFIED.
067800*    END-PERFORM.
067900
068000 129-EXIT.
068100     EXIT.
068200
068300 122-COMPARE-ONE-REASON.
068400
068500     IF CC1-ADJ-REASON (REASON-IDX) NOT EQUAL SPACES
068600     AND CC1-ADJ-REASON (REASON-IDX) EQUAL ARD-REFERENCE (1:4)
068700         MOVE 'Y' TO WS-ADJ-QUALIFIED-SW.
068800*    END-IF.
068900
069000 122-EXIT.
069100     EXIT.
069200
069300 125-COUNT-ONE-REASON.
069400
069500     IF CC1-ADJ-REASON (REASON-IDX) NOT EQUAL SPACES
069600         ADD +1 TO WS-REASON-COUNT.
069700*    END-IF.
069800
069900 125-EXIT.
070000     EXIT.
070100
070200* ************************************************************** *
070300* LOCATES (OR ADDS) THE STUDENT'S ACCUMULATOR ENTRY.  PAST THE   *
070400* TABLE LIMIT THE POSTING STAYS IN ITS TYPE TOTAL BUT NOT IN ANY *
070500* STUDENT'S BOXES, SO THE CONTROL PAGE SHOWS THE SHORTFALL.      *
070600* ************************************************************** *
070700 130-FIND-STUDENT-ENTRY.
070800
070900     MOVE 'N' TO WS-ENTRY-FOUND-SW.
071000     PERFORM 132-COMPARE-ONE-ENTRY
071100        THRU 132-EXIT
071200       VARYING STE-IDX FROM 1 BY 1
071300         UNTIL STE-IDX GREATER THAN STE-COUNT
071400            OR WS-ENTRY-FOUND.
071500*    END-PERFORM.
071600     IF WS-ENTRY-FOUND
071700         SUBTRACT 1 FROM STE-IDX
071800         GO TO 139-EXIT.
071900*    END-IF.
072000
072100     IF STE-COUNT NOT LESS THAN STE-LIMIT
072200         MOVE 'Y' TO WS-OVERFLOW-SW
072300         GO TO 139-EXIT.
072400*    END-IF.
072500
072600     ADD +1 TO STE-COUNT.
072700     MOVE STE-COUNT TO STE-IDX.
072800     MOVE ARD-STUDENT-ID TO STE-STUDENT-ID (STE-IDX).
072900     MOVE ZERO TO STE-BOX-1 (STE-IDX).
073000     MOVE ZERO TO STE-BOX-5 (STE-IDX).
073100     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
073200
073300 139-EXIT.
073400     EXIT.
073500
073600 132-COMPARE-ONE-ENTRY.
073700
073800     IF STE-STUDENT-ID (STE-IDX) EQUAL ARD-STUDENT-ID
073900         MOVE 'Y' TO WS-ENTRY-FOUND-SW.
074000*    END-IF.
074100
074200 132-EXIT.
074300     EXIT.
074400
074500* ************************************************************** *
074600* BUBBLE SORT ON STUDENT ID SO THE FORMS AND THE 'B' RECORDS     *
074700* COME OUT IN STUDENT ORDER.                                     *
074800* ************************************************************** *
074900 210-SORT-STUDENTS.
075000
075100     IF STE-COUNT LESS THAN 2
075200         GO TO 219-EXIT.
075300*    END-IF.
075400     MOVE 'Y' TO WS-SWAPPED-SWITCH.
075500     PERFORM 212-ONE-SORT-PASS
075600        THRU 212-EXIT
075700       UNTIL NOT WS-SWAPPED.
075800*    END-PERFORM.
075900
076000 219-EXIT.
076100     EXIT.
076200
076300 212-ONE-SORT-PASS.
076400
076500     MOVE 'N' TO WS-SWAPPED-SWITCH.
076600     MOVE 1 TO SORT-IDX.
076700     PERFORM 214-COMPARE-ADJACENT
076800        THRU 214-EXIT
076900       UNTIL SORT-IDX NOT LESS THAN STE-COUNT.
077000*    END-PERFORM.
077100
077200 212-EXIT.
077300     EXIT.
077400
077500 214-COMPARE-ADJACENT.
077600
077700     IF STE-STUDENT-ID (SORT-IDX) GREATER THAN
077800             STE-STUDENT-ID (SORT-IDX + 1)
077900         MOVE STE-ENTRY (SORT-IDX) TO STUDENT-SWAP-ENTRY
078000         MOVE STE-ENTRY (SORT-IDX + 1) TO STE-ENTRY (SORT-IDX)
078100         MOVE STUDENT-SWAP-ENTRY TO STE-ENTRY (SORT-IDX + 1)
078200         MOVE 'Y' TO WS-SWAPPED-SWITCH.
078300*    END-IF.
078400     ADD 1 TO SORT-IDX.
078500
078600 214-EXIT.
078700     EXIT.
078800
078900* ************************************************************** *
079000* THE TRANSMITTER RECORD CARRIES THE PAYEE COUNT, SO THE         *
079100* REPORTABLE STUDENTS ARE COUNTED BEFORE ANYTHING IS WRITTEN.    *
079200* ************************************************************** *
079300 220-COUNT-PAYEES.
079400
079500     PERFORM 222-COUNT-ONE-PAYEE
079600        THRU 222-EXIT
079700       VARYING STE-IDX FROM 1 BY 1
079800         UNTIL STE-IDX GREATER THAN STE-COUNT.
079900*    END-PERFORM.
080000
080100 229-EXIT.
080200     EXIT.
080300
080400 222-COUNT-ONE-PAYEE.
080500
080600     IF STE-BOX-1 (STE-IDX) GREATER THAN ZERO
080700     OR STE-BOX-5 (STE-IDX) GREATER THAN ZERO
080800         ADD +1 TO WS-PAYEE-COUNT.
080900*    END-IF.
081000
081100 222-EXIT.
081200     EXIT.
081300
081400* ************************************************************** *
081500* WALKS THE SORTED TABLE: ONE STUDENT COPY AND ONE 'B' RECORD    *
081600* PER REPORTABLE STUDENT.  A NEGATIVE BOX (REFUNDS OR AID        *
081700* RETURNED EXCEEDING THE YEAR'S POSTINGS) IS REPORTED AS ZERO    *
081800* AND CARRIED AS UNREPORTED ON THE CONTROL PAGE.                 *
081900* ************************************************************** *
082000 230-REPORT-STUDENTS.
082100
082200     PERFORM 232-REPORT-ONE-STUDENT
082300        THRU 232-EXIT
082400       VARYING STE-IDX FROM 1 BY 1
082500         UNTIL STE-IDX GREATER THAN STE-COUNT.
082600*    END-PERFORM.
082700
082800 239-EXIT.
082900     EXIT.
083000
083100 232-REPORT-ONE-STUDENT.
083200
083300     MOVE STE-STUDENT-ID (STE-IDX) TO WS-CURRENT-ID.
083400     MOVE STE-BOX-1 (STE-IDX) TO WS-BOX-1.
083500     MOVE STE-BOX-5 (STE-IDX) TO WS-BOX-5.
083600
083700     IF WS-BOX-1 NOT GREATER THAN ZERO
083800     AND WS-BOX-5 NOT GREATER THAN ZERO
083900         ADD +1 TO SKIPPED-COUNTER
084000         ADD WS-BOX-1 TO CT-BOX-1-UNREPORTED
084100         ADD WS-BOX-5 TO CT-BOX-5-UNREPORTED
084200         GO TO 232-EXIT.
084300*    END-IF.
084400
084500     IF WS-BOX-1 LESS THAN ZERO
084600         ADD WS-BOX-1 TO CT-BOX-1-UNREPORTED
084700         MOVE ZERO TO WS-BOX-1.
084800*    END-IF.
084900     IF WS-BOX-5 LESS THAN ZERO
085000         ADD WS-BOX-5 TO CT-BOX-5-UNREPORTED
085100         MOVE ZERO TO WS-BOX-5.
085200*    END-IF.
085300     ADD WS-BOX-1 TO CT-BOX-1-REPORTED.
085400     ADD WS-BOX-5 TO CT-BOX-5-REPORTED.
085500     ADD +1 TO REPORTED-COUNTER.
085600
085700     PERFORM 240-READ-STUDENT-MASTER THRU 249-EXIT.
085800     PERFORM 250-PRINT-STUDENT-COPY THRU 259-EXIT.
085900     PERFORM 260-WRITE-PAYEE-RECORD THRU 269-EXIT.
086000
086100 232-EXIT.
086200     EXIT.
086300
086400 240-READ-STUDENT-MASTER.
086500
086600     MOVE SPACES TO STUDENT-RECORD-AREA.
086700     MOVE WS-CURRENT-ID TO STUDENT-RECORD-AREA (1:7).
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
088200     OR STUDENT-RECORD-AREA (1:7) NOT EQUAL WS-CURRENT-ID
088300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
088400         MOVE SPACES TO STUDENT-INFO-RECORD
088500         MOVE WS-CURRENT-ID TO SIR-NAME
088600         MOVE ZERO TO SIR-ZIPCODE
088700         MOVE +0 TO VSIO-RETURN-CODE
088800         ADD +1 TO NOT-ON-MASTER-COUNTER
088900     ELSE
089000         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
089100*    END-IF.
089200
089300 249-EXIT.
089400     EXIT.
089500
089600* ************************************************************** *
089700* THE STUDENT COPY: WINDOW-ENVELOPE ADDRESS BLOCK, THEN THE      *
089800* FILER, THE ACCOUNT NUMBER AND THE TWO REPORTED BOXES.          *
089900* ************************************************************** *
090000 250-PRINT-STUDENT-COPY.
090100
090200     MOVE SIR-NAME TO AL-TEXT.
090300     WRITE REPORT-LINE FROM ADDRESS-LINE
090400         AFTER ADVANCING PAGE.
090500     MOVE SIR-ADDRESS TO AL-TEXT.
090600     WRITE REPORT-LINE FROM ADDRESS-LINE.
090700     MOVE SIR-CITY TO CSL-CITY.
090800     MOVE SIR-STATE TO CSL-STATE.
090900     MOVE SIR-ZIPCODE TO CSL-ZIPCODE.
091000     WRITE REPORT-LINE FROM CITY-STATE-ZIP-LINE.
091100     WRITE REPORT-LINE FROM BLANK-LINE.
091200     WRITE REPORT-LINE FROM BLANK-LINE.
091300
091400     WRITE REPORT-LINE FROM FORM-TITLE-LINE.
091500     WRITE REPORT-LINE FROM BLANK-LINE.
091600     WRITE REPORT-LINE FROM FORM-FILER-LINE.
091700     MOVE SIR-NAME TO FAL-NAME.
091800     MOVE WS-CURRENT-ID TO FAL-STUDENT-ID.
091900     WRITE REPORT-LINE FROM FORM-ACCOUNT-LINE.
092000     WRITE REPORT-LINE FROM BLANK-LINE.
092100
092200     MOVE 'BOX 1  QUALIFIED TUITION AND RELATED EXPENSES'
092300         TO FBL-LABEL.
092400     MOVE WS-BOX-1 TO FBL-AMOUNT.
092500     WRITE REPORT-LINE FROM FORM-BOX-LINE.
092600     MOVE 'BOX 5  SCHOLARSHIPS OR GRANTS' TO FBL-LABEL.
092700     MOVE WS-BOX-5 TO FBL-AMOUNT.
092800     WRITE REPORT-LINE FROM FORM-BOX-LINE.
092900     WRITE REPORT-LINE FROM BLANK-LINE.
093000     WRITE REPORT-LINE FROM FORM-NOTE-LINE.
093100
093200 259-EXIT.
093300     EXIT.
093400
093500 260-WRITE-PAYEE-RECORD.
093600
093700     MOVE SPACES TO IRS-B-RECORD.
093800     MOVE 'B' TO BR-TYPE.
093900     MOVE WS-TAX-YEAR TO BR-PAYMENT-YEAR.
094000     MOVE WS-CURRENT-ID TO BR-ACCOUNT-NUMBER.
094100     MOVE WS-BOX-1 TO BR-AMOUNT-1.
094200     MOVE ZEROS TO BR-AMOUNTS-2-4.
094300     MOVE WS-BOX-5 TO BR-AMOUNT-5.
094400     MOVE ZEROS TO BR-AMOUNTS-6-G.
094500     MOVE SIR-NAME TO BR-PAYEE-NAME.
094600     MOVE SIR-ADDRESS TO BR-PAYEE-ADDRESS.
094700     MOVE SIR-CITY TO BR-PAYEE-CITY.
094800     MOVE SIR-STATE TO BR-PAYEE-STATE.
094900     MOVE SIR-ZIPCODE TO BR-PAYEE-ZIP.
095000     ADD +1 TO IRS-SEQUENCE.
095100     MOVE IRS-SEQUENCE TO BR-SEQUENCE.
095200     WRITE IRS-OUT-RECORD FROM IRS-B-RECORD.
095300     ADD +1 TO IRS-RECORDS-COUNTER.
095400     ADD BR-AMOUNT-1 TO CT-C-TOTAL-1.
095500     ADD BR-AMOUNT-5 TO CT-C-TOTAL-5.
095600
095700 269-EXIT.
095800     EXIT.
095900
096000* ************************************************************** *
096100* TRANSMITTER ('T') AND PAYER ('A') RECORDS FROM THE SYSIN       *
096200* CARDS.  RETURN TYPE '8' IS THE 1098-T; AMOUNT CODES 1 AND 5    *
096300* ARE THE ONLY BOXES THIS INSTITUTION REPORTS.                   *
096400* ************************************************************** *
096500 300-WRITE-PAYER-HEADERS.
096600
096700     MOVE SPACES TO IRS-T-RECORD.
096800     MOVE 'T' TO TR-TYPE.
096900     MOVE WS-TAX-YEAR TO TR-PAYMENT-YEAR.
097000     MOVE CC1-FILER-EIN-N TO TR-TRANSMITTER-TIN.
097100     MOVE CC1-TCC TO TR-TCC.
097200     IF CC1-TEST-FILE EQUAL 'T'
097300         MOVE 'T' TO TR-TEST-FILE.
097400*    END-IF.
097500     MOVE CC2-FILER-NAME TO TR-TRANSMITTER-NAME.
097600     MOVE CC2-FILER-NAME TO TR-COMPANY-NAME.
097700     MOVE CC2-FILER-ADDRESS TO TR-COMPANY-ADDRESS.
097800     MOVE CC3-FILER-CITY TO TR-COMPANY-CITY.
097900     MOVE CC3-FILER-STATE TO TR-COMPANY-STATE.
098000     MOVE CC3-FILER-ZIP TO TR-COMPANY-ZIP.
098100     MOVE WS-PAYEE-COUNT TO TR-PAYEE-COUNT.
098200     MOVE CC3-CONTACT-NAME TO TR-CONTACT-NAME.
098300     MOVE CC1-FILER-PHONE TO TR-CONTACT-PHONE.
098400     ADD +1 TO IRS-SEQUENCE.
098500     MOVE IRS-SEQUENCE TO TR-SEQUENCE.
098600     WRITE IRS-OUT-RECORD FROM IRS-T-RECORD.
098700     ADD +1 TO IRS-RECORDS-COUNTER.
098800
098900     MOVE SPACES TO IRS-A-RECORD.
099000     MOVE 'A' TO AR-TYPE.
099100     MOVE WS-TAX-YEAR TO AR-PAYMENT-YEAR.
099200     MOVE CC1-FILER-EIN-N TO AR-PAYER-TIN.
099300     MOVE '8' TO AR-RETURN-TYPE.
099400     MOVE '15' TO AR-AMOUNT-CODES.
099500     MOVE '0' TO AR-TRANSFER-AGENT.
099600     MOVE CC2-FILER-NAME TO AR-PAYER-NAME.
099700     MOVE CC2-FILER-ADDRESS TO AR-PAYER-ADDRESS.
099800     MOVE CC3-FILER-CITY TO AR-PAYER-CITY.
099900     MOVE CC3-FILER-STATE TO AR-PAYER-STATE.
100000     MOVE CC3-FILER-ZIP TO AR-PAYER-ZIP.
100100     MOVE CC1-FILER-PHONE TO AR-PAYER-PHONE.
100200     ADD +1 TO IRS-SEQUENCE.
100300     MOVE IRS-SEQUENCE TO AR-SEQUENCE.
100400     WRITE IRS-OUT-RECORD FROM IRS-A-RECORD.
100500     ADD +1 TO IRS-RECORDS-COUNTER.
100600
100700 309-EXIT.
100800     EXIT.
100900
101000* ************************************************************** *
101100* END OF PAYER ('C') AND END OF TRANSMISSION ('F') RECORDS.      *
101200* ************************************************************** *
101300 320-WRITE-PAYER-TRAILERS.
101400
101500     MOVE SPACES TO IRS-C-RECORD.
101600     MOVE 'C' TO CR-TYPE.
101700     MOVE REPORTED-COUNTER TO CR-PAYEE-COUNT.
101800     MOVE CT-C-TOTAL-1 TO CR-TOTAL-1.
101900     MOVE ZEROS TO CR-TOTALS-2-4.
102000     MOVE CT-C-TOTAL-5 TO CR-TOTAL-5.
102100     MOVE ZEROS TO CR-TOTALS-6-G.
102200     ADD +1 TO IRS-SEQUENCE.
102300     MOVE IRS-SEQUENCE TO CR-SEQUENCE.
102400     WRITE IRS-OUT-RECORD FROM IRS-C-RECORD.
102500     ADD +1 TO IRS-RECORDS-COUNTER.
102600
102700     MOVE SPACES TO IRS-F-RECORD.
102800     MOVE 'F' TO FR-TYPE.
102900     MOVE 1 TO FR-A-COUNT.
103000     MOVE ZEROS TO FR-ZEROS.
103100     MOVE REPORTED-COUNTER TO FR-B-COUNT.
103200     ADD +1 TO IRS-SEQUENCE.
103300     MOVE IRS-SEQUENCE TO FR-SEQUENCE.
103400     WRITE IRS-OUT-RECORD FROM IRS-F-RECORD.
103500     ADD +1 TO IRS-RECORDS-COUNTER.
103600
103700 329-EXIT.
103800     EXIT.
103900
104000* ************************************************************** *
104100* CONTROL-TOTAL PAGE.  ARDETL RECORDS READ, THE TAX YEAR'S       *
104200* POSTINGS BY TYPE, THE STUDENT COUNTS, AND THE TIE-OUT OF THE   *
104300* REPORTED AND UNREPORTED BOXES AND THE 'C' RECORD TO THE        *
104400* ARDETL TYPE TOTALS.  ANY MISMATCH SETS RC 8.                   *
104500* ************************************************************** *
104600 400-CONTROL-PAGE.
104700
104800     MOVE WS-TAX-YEAR TO CHL-TAX-YEAR.
104900     IF CC1-TEST-FILE EQUAL 'T'
105000         MOVE '(IRS TEST FILE)' TO CHL-TEST-FILE
105100     ELSE
105200         MOVE SPACES TO CHL-TEST-FILE.
105300*    END-IF.
105400     WRITE REPORT-LINE FROM CONTROL-HEAD-LINE
105500         AFTER ADVANCING PAGE.
105600     WRITE REPORT-LINE FROM BLANK-LINE.
105700
105800     MOVE 'ARDETL RECORDS READ' TO CCL-LABEL.
105900     MOVE RECORDS-READ-COUNTER TO CCL-COUNT.
106000     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
106100     MOVE '  OUTSIDE THE TAX YEAR' TO CCL-LABEL.
106200     MOVE OUT-OF-YEAR-COUNTER TO CCL-COUNT.
106300     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
106400     MOVE '  POSTED IN THE TAX YEAR' TO CCL-LABEL.
106500     MOVE IN-YEAR-COUNTER TO CCL-COUNT.
106600     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
106700     WRITE REPORT-LINE FROM BLANK-LINE.
106800
106900     MOVE 'CHG  TUITION CHARGES' TO CTL-LABEL.
107000     MOVE CT-CHG-COUNT TO CTL-COUNT.
107100     MOVE CT-CHG-AMOUNT TO CTL-AMOUNT.
107200     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
107300     MOVE 'RFD  TUITION REVERSALS' TO CTL-LABEL.
107400     MOVE CT-RFD-COUNT TO CTL-COUNT.
107500     MOVE CT-RFD-AMOUNT TO CTL-AMOUNT.
107600     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
107700     MOVE 'ADJ  QUALIFYING ADJUSTMENTS' TO CTL-LABEL.
107800     MOVE CT-ADJQ-COUNT TO CTL-COUNT.
107900     MOVE CT-ADJQ-AMOUNT TO CTL-AMOUNT.
108000     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
108100     MOVE 'AID  SCHOLARSHIPS AND GRANTS' TO CTL-LABEL.
108200     MOVE CT-AID-COUNT TO CTL-COUNT.
108300     MOVE CT-AID-AMOUNT TO CTL-AMOUNT.
108400     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
108410     MOVE 'T4R  TITLE IV FUNDS RETURNED' TO CTL-LABEL.
108420     MOVE CT-T4R-COUNT TO CTL-COUNT.
108430     MOVE CT-T4R-AMOUNT TO CTL-AMOUNT.
108440     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
108500     MOVE 'ADJ  OTHER ADJUSTMENTS   (NOT REPORTED)' TO CTL-LABEL.
108600     MOVE CT-ADJX-COUNT TO CTL-COUNT.
108700     MOVE CT-ADJX-AMOUNT TO CTL-AMOUNT.
108800     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
108900     MOVE 'PAY  PAYMENTS            (NOT REPORTED)' TO CTL-LABEL.
109000     MOVE CT-PAY-COUNT TO CTL-COUNT.
109100     MOVE CT-PAY-AMOUNT TO CTL-AMOUNT.
109200     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
109300     MOVE 'FEE  LATE FEES           (NOT REPORTED)' TO CTL-LABEL.
109400     MOVE CT-FEE-COUNT TO CTL-COUNT.
109500     MOVE CT-FEE-AMOUNT TO CTL-AMOUNT.
109600     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
109700     MOVE 'WOF  WRITE-OFFS          (NOT REPORTED)' TO CTL-LABEL.
109800     MOVE CT-WOF-COUNT TO CTL-COUNT.
109900     MOVE CT-WOF-AMOUNT TO CTL-AMOUNT.
110000     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
110100     MOVE '     OTHER TYPES         (NOT REPORTED)' TO CTL-LABEL.
110200     MOVE CT-OTHER-COUNT TO CTL-COUNT.
110300     MOVE CT-OTHER-AMOUNT TO CTL-AMOUNT.
110400     WRITE REPORT-LINE FROM CONTROL-TYPE-LINE.
110500     WRITE REPORT-LINE FROM BLANK-LINE.
110600
110700     MOVE 'STUDENTS WITH ACTIVITY' TO CCL-LABEL.
110800     MOVE STE-COUNT TO CCL-COUNT.
110900     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
111000     MOVE '  STATEMENTS REPORTED' TO CCL-LABEL.
111100     MOVE REPORTED-COUNTER TO CCL-COUNT.
111200     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
111300     MOVE '  SKIPPED - NOTHING REPORTABLE' TO CCL-LABEL.
111400     MOVE SKIPPED-COUNTER TO CCL-COUNT.
111500     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
111600     MOVE '  NOT ON STUDENT MASTER (ID AS NAME)' TO CCL-LABEL.
111700     MOVE NOT-ON-MASTER-COUNTER TO CCL-COUNT.
111800     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
111900     MOVE 'IRS FILE RECORDS WRITTEN' TO CCL-LABEL.
112000     MOVE IRS-RECORDS-COUNTER TO CCL-COUNT.
112100     WRITE REPORT-LINE FROM CONTROL-COUNT-LINE.
112200     WRITE REPORT-LINE FROM BLANK-LINE.
112300
112400     WRITE REPORT-LINE FROM CONTROL-TIE-HEAD-LINE.
112500     COMPUTE CT-BOX-1-ACCOUNTED =
112600         CT-BOX-1-REPORTED + CT-BOX-1-UNREPORTED.
112700     COMPUTE CT-BOX-5-ACCOUNTED =
112800         CT-BOX-5-REPORTED + CT-BOX-5-UNREPORTED.
112900     MOVE 'BOX 1 QUALIFIED TUITION' TO CTI-LABEL.
113000     MOVE CT-QUALIFIED-TOTAL TO CTI-LEFT.
113100     MOVE CT-BOX-1-ACCOUNTED TO CTI-RIGHT.
113200     PERFORM 420-FLAG-TIE-LINE THRU 429-EXIT.
113300     MOVE 'BOX 5 SCHOLARSHIPS OR GRANTS' TO CTI-LABEL.
113400     MOVE CT-SCHOLARSHIP-TOTAL TO CTI-LEFT.
113500     MOVE CT-BOX-5-ACCOUNTED TO CTI-RIGHT.
113600     PERFORM 420-FLAG-TIE-LINE THRU 429-EXIT.
113700     MOVE 'BOX 1 REPORTED / C TOTAL 1' TO CTI-LABEL.
113800     MOVE CT-BOX-1-REPORTED TO CTI-LEFT.
113900     MOVE CT-C-TOTAL-1 TO CTI-RIGHT.
114000     PERFORM 420-FLAG-TIE-LINE THRU 429-EXIT.
114100     MOVE 'BOX 5 REPORTED / C TOTAL 5' TO CTI-LABEL.
114200     MOVE CT-BOX-5-REPORTED TO CTI-LEFT.
114300     MOVE CT-C-TOTAL-5 TO CTI-RIGHT.
114400     PERFORM 420-FLAG-TIE-LINE THRU 429-EXIT.
114500     MOVE 'STATEMENTS / T PAYEE COUNT' TO CTI-LABEL.
114600     MOVE REPORTED-COUNTER TO CTI-LEFT.
114700     MOVE WS-PAYEE-COUNT TO CTI-RIGHT.
114800     PERFORM 420-FLAG-TIE-LINE THRU 429-EXIT.
114900
115000     IF WS-OVERFLOW
115100         WRITE REPORT-LINE FROM BLANK-LINE
115200         WRITE REPORT-LINE FROM OVERFLOW-LINE.
115300*    END-IF.
115400
115500 409-EXIT.
115600     EXIT.
115700
115800 420-FLAG-TIE-LINE.
115900
116000     IF CTI-LEFT EQUAL CTI-RIGHT
116100         MOVE 'TIES' TO CTI-FLAG
116200     ELSE
116300         MOVE '* MISMATCH' TO CTI-FLAG
116400         MOVE 'N' TO WS-BALANCED-SW.
116500*    END-IF.
116600     WRITE REPORT-LINE FROM CONTROL-TIE-LINE.
116700
116800 429-EXIT.
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
