000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OVLDPAY.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* INSTRUCTOR OVERLOAD AND ADJUNCT PAY REGISTER.  PAYROLL HAD    *
000900* BEEN WORKING OVERLOAD AND ADJUNCT PAY BY HAND FROM THE        *
001000* TEACHLD PRINTOUT; THIS RUN DOES THE ARITHMETIC.               *
001100* SECTION-TABLE-FILE IS PASSED ONCE FOR THE TERM ON THE SYSIN   *
001200* CARD AND THE CREDIT HOURS OF EVERY SECTION WITH AN INSTRUCTOR *
001300* (FROM CRSETBL) ARE TOTALLED AGAINST THAT INSTRUCTOR, THE SAME *
001400* WAY TEACHLD COUNTS THEM.  THE INSTRUCTOR'S PAY CATEGORY       *
001500* (ITR-CATEGORY ON INSTTBL) NAMES A RECORD ON THE PAY-RATE      *
001600* TABLE (DDNAME PAYRTBL):                                       *
001700*   - A CATEGORY WITH A FULL-TIME LOAD CEILING IS PAID THE      *
001800*     OVERLOAD RATE FOR EACH CREDIT HOUR ABOVE THE CEILING;     *
001900*   - A CATEGORY WITH NO CEILING IS PAID THE ADJUNCT RATE FOR   *
002000*     EVERY CREDIT HOUR.                                        *
002100* A SECTION THAT WAS CANCELLED (CAPACITY ZERO, AS SECTCNCL      *
002200* LEAVES IT) OR THAT ENROLLED FEWER THAN THE MINIMUM ON THE     *
002300* SYSIN CARD IS FLAGGED FOR REDUCED PAY: ITS HOURS ARE KEPT OUT *
002400* OF THE PAYABLE HOURS, LISTED UNDER THE INSTRUCTOR, AND        *
002500* CARRIED ON THE PAYROLL RECORD AS REDUCED-PAY HOURS FOR        *
002600* PAYROLL TO SETTLE.                                            *
002700*                                                               *
002800* THE REGISTER (SYSPRINT) PRINTS BY DEPARTMENT WITH DEPARTMENT  *
002900* AND GRAND TOTALS AND ENDS WITH THE DEAN'S APPROVAL LINE.      *
003000* EVERY INSTRUCTOR WITH PAYABLE OR REDUCED-PAY HOURS ALSO GOES  *
003100* TO THE PAYROLL INTERFACE FILE (UT-S-PAYINTF, 80 BYTES, 'H'    *
003200* HEADER, 'D' DETAIL, 'T' TRAILER WITH THE COUNT AND AMOUNT     *
003300* TOTAL).  AN INSTRUCTOR WITH NO CATEGORY, OR ONE NOT ON        *
003400* PAYRTBL, IS LISTED WITHOUT PAY AND THE RUN ENDS RC 4.         *
003500*                                                               *
003600* SYSIN CARD: COLS 1-6 SEMESTER, COLS 7-8 MINIMUM ENROLLMENT    *
003700* (DEFAULT 10 WHEN BLANK).                                      *
003800*                                                               *
003900* MODIFICATION HISTORY.                                         *
004000*   DATE       INIT  DESCRIPTION                                *
004100*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004200* ************************************************************* *
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. IBM-370.
004700 OBJECT-COMPUTER. IBM-370.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100
005200     SELECT CONTROL-CARD-FILE
005300         ASSIGN TO UT-S-SYSIN.
005400
005500     SELECT REPORT-FILE
005600         ASSIGN TO UR-1403-S-SYSPRINT.
005700
005800     SELECT INTERFACE-FILE
005900         ASSIGN TO UT-S-PAYINTF.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CONTROL-CARD-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 80 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS CONTROL-CARD-RECORD.
006800 01  CONTROL-CARD-RECORD.
006900     02  CC-SEMESTER             PIC X(06).
007000     02  CC-MINIMUM-ENROLLMENT   PIC X(02).
007100     02  FILLER                  PIC X(72).
007200
007300 FD  REPORT-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORD CONTAINS 132 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS REPORT-LINE.
007800 01  REPORT-LINE                 PIC X(132).
007900
008000 FD  INTERFACE-FILE
008100     LABEL RECORDS ARE OMITTED
008200     RECORD CONTAINS 80 CHARACTERS
008300     BLOCK CONTAINS 0 RECORDS
008400     DATA RECORD IS INTERFACE-RECORD.
008500 01  INTERFACE-RECORD            PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008900     88  END-OF-FILE                         VALUE 'Y'.
009000
009100 77  LOAD-COUNT                  PIC S9(4) COMP VALUE ZERO.
009200 77  LOAD-IDX                    PIC S9(4) COMP VALUE ZERO.
009300 77  LOAD-LIMIT                  PIC S9(4) COMP VALUE +300.
009400 77  BEST-IDX                    PIC S9(4) COMP VALUE ZERO.
009500 77  PRINTED-COUNT               PIC S9(4) COMP VALUE ZERO.
009600 77  FLAG-COUNT                  PIC S9(4) COMP VALUE ZERO.
009700 77  FLAG-IDX                    PIC S9(4) COMP VALUE ZERO.
009800 77  FLAG-LIMIT                  PIC S9(4) COMP VALUE +300.
009900 77  EXCEPTION-COUNTER           PIC S9(8) COMP VALUE ZERO.
010000 77  WS-PRIOR-DEPARTMENT         PIC 9(02)  VALUE 99.
010100 77  WS-MINIMUM-ENROLLMENT       PIC 9(02)  VALUE 10.
010200 77  WS-FOUND-SW                 PIC X(01)  VALUE 'N'.
010300     88  WS-FOUND                           VALUE 'Y'.
010400
010500 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
010600 01  FILLER REDEFINES WS-RUN-DATE.
010700     02  WS-RUN-YY               PIC 9(02).
010800     02  WS-RUN-MM               PIC 9(02).
010900     02  WS-RUN-DD               PIC 9(02).
011000 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
011100 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
011200     02  WS-TODAY-CCYY           PIC 9(04).
011300     02  WS-TODAY-MM             PIC 9(02).
011400     02  WS-TODAY-DD             PIC 9(02).
011500
011600 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011700
011800 01  WS-PAY-FIGURES.
011900     02  WS-PAYABLE-HOURS        PIC S9(5)    COMP-3 VALUE ZERO.
012000     02  WS-PAY-RATE             PIC S9(4)V99 COMP-3 VALUE ZERO.
012100     02  WS-PAY-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
012200     02  WS-PAY-TYPE             PIC X(02)   VALUE SPACES.
012300     02  WS-DEPT-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
012400     02  WS-GRAND-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
012500     02  WS-INTERFACE-COUNT      PIC S9(7)    COMP-3 VALUE ZERO.
012600     02  WS-SECTION-HOURS        PIC S9(3)    COMP-3 VALUE ZERO.
012700
012800* ************************************************************** *
012900* ONE ENTRY PER INSTRUCTOR TEACHING IN THE TERM.  REGULAR HOURS  *
013000* ARE THE SECTIONS PAID IN FULL; FLAGGED HOURS ARE THE SECTIONS  *
013100* HELD BACK FOR REDUCED PAY.                                     *
013200* ************************************************************** *
013300 01  PAY-LOAD-TABLE.
013400     02  PAY-LOAD-ENTRY OCCURS 300 TIMES.
013500         03  PLE-DEPARTMENT      PIC 9(02).
013600         03  PLE-INSTRUCTOR-ID   PIC X(05).
013700         03  PLE-NAME            PIC X(22).
013800         03  PLE-CATEGORY        PIC X(02).
013900         03  PLE-SECTIONS        PIC S9(5) COMP-3.
014000         03  PLE-REGULAR-HOURS   PIC S9(5) COMP-3.
014100         03  PLE-FLAGGED-HOURS   PIC S9(5) COMP-3.
014200         03  PLE-PRINTED-SWITCH  PIC X(01).
014300             88  PLE-PRINTED             VALUE 'Y'.
014400
014500* ************************************************************** *
014600* ONE ENTRY PER SECTION FLAGGED FOR REDUCED PAY, TIED TO ITS     *
014700* INSTRUCTOR'S PAY-LOAD-TABLE ENTRY BY FSE-LOAD-IDX.             *
014800* ************************************************************** *
014900 01  FLAGGED-SECTION-TABLE.
015000     02  FLAGGED-SECTION-ENTRY OCCURS 300 TIMES.
015100         03  FSE-LOAD-IDX        PIC S9(4) COMP.
015200         03  FSE-DEPARTMENT      PIC 9(02).
015300         03  FSE-COURSE          PIC 9(03).
015400         03  FSE-NUMBER          PIC 9(01).
015500         03  FSE-ENROLLED        PIC 9(03).
015600         03  FSE-HOURS           PIC 9(01).
015700         03  FSE-REASON          PIC X(20).
015800
015900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
016000 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
016100 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
016200 01  INSTRUCTOR-TABLE-FILE       COPY VSAMIOFB.
016300 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
016400 01  PAY-RATE-FILE               COPY VSAMIOFB.
016500
016600 01  SECTION-TABLE-RECORD.
016700     02  STR-DEPARTMENT          PIC 9(02).
016800     02  STR-COURSE              PIC 9(03).
016900     02  STR-NUMBER              PIC 9(01).
017000     02  STR-SEMESTER            PIC X(06).
017100     02  STR-DESCRIPTION         PIC X(11).
017200     02  STR-CAPACITY            PIC 9(03).
017300     02  STR-ENROLLED            PIC 9(03).
017400     02  STR-MEET-DAYS           PIC X(05).
017500     02  STR-START-TIME          PIC 9(04).
017600     02  STR-END-TIME            PIC 9(04).
017700     02  STR-ROOM                PIC X(05).
017800     02  STR-INSTRUCTOR-ID       PIC X(05).
017900     02  STR-XLIST-SECTION       PIC 9(06).
018000     02  STR-XLIST-SHARE         PIC 9(03).
018100
018200 01  COURSE-TABLE-RECORD.
018300     02  CTR-DEPARTMENT          PIC 9(02).
018400     02  CTR-NUMBER              PIC 9(03).
018500     02  CTR-DESCRIPTION         PIC X(50).
018600     02  CTR-CREDIT-HOURS        PIC 9(01).
018700
018800 01  INSTRUCTOR-TABLE-RECORD.
018900     02  ITR-INSTRUCTOR-ID       PIC X(05).
019000     02  ITR-NAME                PIC X(22).
019100     02  ITR-DEPARTMENT          PIC 9(02).
019200     02  ITR-CATEGORY            PIC X(02).
019300
019400 01  DEPARTMENT-TABLE-RECORD.
019500     02  DTR-NUMBER              PIC 9(02).
019600     02  DTR-NAME                PIC X(30).
019700     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
019800     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
019900
020000 01  PAY-RATE-RECORD.
020100     02  PRT-CATEGORY            PIC X(02).
020200     02  PRT-DESCRIPTION         PIC X(20).
020300     02  PRT-LOAD-CEILING        PIC 9(02).
020400     02  PRT-OVERLOAD-RATE       PIC 9(4)V99.
020500     02  PRT-ADJUNCT-RATE        PIC 9(4)V99.
020600     02  FILLER                  PIC X(08).
020700
020800 01  HEADING-LINE-1.
020900     02  FILLER                  PIC X(46) VALUE
021000         'OVLDPAY - OVERLOAD AND ADJUNCT PAY REGISTER   '.
021100     02  FILLER                  PIC X(09) VALUE 'SEMESTER '.
021200     02  HL1-SEMESTER            PIC X(06).
021300     02  FILLER                  PIC X(22) VALUE
021400         '   MINIMUM ENROLLMENT '.
021500     02  HL1-MINIMUM             PIC Z9.
021600     02  FILLER                  PIC X(47) VALUE SPACES.
021700
021800 01  DEPARTMENT-HEADING-LINE.
021900     02  FILLER                  PIC X(11) VALUE
022000         'DEPARTMENT '.
022100     02  DHL-NUMBER              PIC 9(02).
022200     02  FILLER                  PIC X(02) VALUE SPACES.
022300     02  DHL-NAME                PIC X(30).
022400     02  FILLER                  PIC X(87) VALUE SPACES.
022500
022600 01  COLUMN-HEADING-LINE.
022700     02  FILLER                  PIC X(05) VALUE 'INSTR'.
022800     02  FILLER                  PIC X(02) VALUE SPACES.
022900     02  FILLER                  PIC X(22) VALUE 'NAME'.
023000     02  FILLER                  PIC X(02) VALUE SPACES.
023100     02  FILLER                  PIC X(03) VALUE 'CAT'.
023200     02  FILLER                  PIC X(02) VALUE SPACES.
023300     02  FILLER                  PIC X(05) VALUE 'SECTS'.
023400     02  FILLER                  PIC X(02) VALUE SPACES.
023500     02  FILLER                  PIC X(05) VALUE 'HOURS'.
023600     02  FILLER                  PIC X(02) VALUE SPACES.
023700     02  FILLER                  PIC X(07) VALUE 'REDUCED'.
023800     02  FILLER                  PIC X(02) VALUE SPACES.
023900     02  FILLER                  PIC X(07) VALUE 'CEILING'.
024000     02  FILLER                  PIC X(02) VALUE SPACES.
024100     02  FILLER                  PIC X(07) VALUE 'PAYABLE'.
024200     02  FILLER                  PIC X(02) VALUE SPACES.
024300     02  FILLER                  PIC X(04) VALUE 'TYPE'.
024400     02  FILLER                  PIC X(02) VALUE SPACES.
024500     02  FILLER                  PIC X(09) VALUE '     RATE'.
024600     02  FILLER                  PIC X(02) VALUE SPACES.
024700     02  FILLER                  PIC X(13) VALUE '       AMOUNT'.
024800     02  FILLER                  PIC X(25) VALUE SPACES.
024900
025000 01  DETAIL-LINE.
025100     02  DL-INSTRUCTOR-ID        PIC X(05).
025200     02  FILLER                  PIC X(02) VALUE SPACES.
025300     02  DL-NAME                 PIC X(22).
025400     02  FILLER                  PIC X(02) VALUE SPACES.
025500     02  DL-CATEGORY             PIC X(02).
025600     02  FILLER                  PIC X(04) VALUE SPACES.
025700     02  DL-SECTIONS             PIC ZZZ9.
025800     02  FILLER                  PIC X(03) VALUE SPACES.
025900     02  DL-REGULAR-HOURS        PIC ZZZ9.
026000     02  FILLER                  PIC X(05) VALUE SPACES.
026100     02  DL-FLAGGED-HOURS        PIC ZZZ9.
026200     02  FILLER                  PIC X(07) VALUE SPACES.
026300     02  DL-CEILING              PIC Z9.
026400     02  FILLER                  PIC X(05) VALUE SPACES.
026500     02  DL-PAYABLE-HOURS        PIC ZZZ9.
026600     02  FILLER                  PIC X(04) VALUE SPACES.
026700     02  DL-PAY-TYPE             PIC X(02).
026800     02  FILLER                  PIC X(03) VALUE SPACES.
026900     02  DL-RATE                 PIC Z,ZZ9.99.
027000     02  FILLER                  PIC X(03) VALUE SPACES.
027100     02  DL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
027200     02  FILLER                  PIC X(02) VALUE SPACES.
027300     02  DL-MESSAGE              PIC X(23).
027400
027500 01  FLAGGED-SECTION-LINE.
027600     02  FILLER                  PIC X(09) VALUE SPACES.
027700     02  FILLER                  PIC X(08) VALUE 'SECTION '.
027800     02  FSL-DEPARTMENT          PIC 9(02).
027900     02  FILLER                  PIC X(01) VALUE '-'.
028000     02  FSL-COURSE              PIC 9(03).
028100     02  FILLER                  PIC X(01) VALUE '-'.
028200     02  FSL-NUMBER              PIC 9(01).
028300     02  FILLER                  PIC X(12) VALUE '  ENROLLED '.
028400     02  FSL-ENROLLED            PIC ZZ9.
028500     02  FILLER                  PIC X(09) VALUE '  HOURS '.
028600     02  FSL-HOURS               PIC 9.
028700     02  FILLER                  PIC X(02) VALUE SPACES.
028800     02  FSL-REASON              PIC X(20).
028900     02  FILLER                  PIC X(18) VALUE
029000         ' - REDUCED PAY    '.
029100     02  FILLER                  PIC X(42) VALUE SPACES.
029200
029300 01  DEPARTMENT-TOTAL-LINE.
029400     02  FILLER                  PIC X(31) VALUE SPACES.
029500     02  FILLER                  PIC X(64) VALUE
029600         'DEPARTMENT TOTAL'.
029700     02  DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
029800     02  FILLER                  PIC X(23) VALUE SPACES.
029900
030000 01  GRAND-TOTAL-LINE.
030100     02  FILLER                  PIC X(31) VALUE SPACES.
030200     02  FILLER                  PIC X(20) VALUE
030300         'REGISTER TOTAL'.
030400     02  FILLER                  PIC X(24) VALUE
030500         'INSTRUCTORS TO PAYROLL: '.
030600     02  GTL-COUNT               PIC ZZZZ9.
030700     02  FILLER                  PIC X(15) VALUE SPACES.
030800     02  GTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99.
030900     02  FILLER                  PIC X(23) VALUE SPACES.
031000
031100 01  SIGNATURE-LINE.
031200     02  FILLER                  PIC X(10) VALUE 'APPROVED: '.
031300     02  FILLER                  PIC X(40) VALUE ALL '_'.
031400     02  FILLER                  PIC X(10) VALUE '  DEAN    '.
031500     02  FILLER                  PIC X(06) VALUE 'DATE: '.
031600     02  FILLER                  PIC X(12) VALUE ALL '_'.
031700     02  FILLER                  PIC X(54) VALUE SPACES.
031800
031900 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
032000
032100* ************************************************************** *
032200* PAYROLL INTERFACE LAYOUTS.  PID-PAY-TYPE IS 'OV' OVERLOAD OR   *
032300* 'AJ' ADJUNCT; PID-REDUCED-HOURS ARE THE FLAGGED SECTIONS'      *
032400* HOURS, NOT INCLUDED IN PID-PAYABLE-HOURS OR PID-AMOUNT.        *
032500* ************************************************************** *
032600 01  INTERFACE-HEADER.
032700     02  PIH-RECORD-TYPE         PIC X(01)   VALUE 'H'.
032800     02  PIH-FEED-NAME           PIC X(08)   VALUE 'OVLDPAY'.
032900     02  PIH-SEMESTER            PIC X(06).
033000     02  PIH-RUN-DATE            PIC 9(08).
033100     02  FILLER                  PIC X(57)   VALUE SPACES.
033200
033300 01  INTERFACE-DETAIL.
033400     02  PID-RECORD-TYPE         PIC X(01)   VALUE 'D'.
033500     02  PID-INSTRUCTOR-ID       PIC X(05).
033600     02  PID-NAME                PIC X(22).
033700     02  PID-DEPARTMENT          PIC 9(02).
033800     02  PID-CATEGORY            PIC X(02).
033900     02  PID-SEMESTER            PIC X(06).
034000     02  PID-PAY-TYPE            PIC X(02).
034100     02  PID-PAYABLE-HOURS       PIC 9(03).
034200     02  PID-RATE                PIC 9(4)V99.
034300     02  PID-AMOUNT              PIC 9(7)V99.
034400     02  PID-REDUCED-HOURS       PIC 9(03).
034500     02  PID-REDUCED-FLAG        PIC X(01).
034600     02  FILLER                  PIC X(18)   VALUE SPACES.
034700
034800 01  INTERFACE-TRAILER.
034900     02  PIT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
035000     02  PIT-DETAIL-COUNT        PIC 9(07).
035100     02  PIT-TOTAL-AMOUNT        PIC 9(9)V99.
035200     02  FILLER                  PIC X(61)   VALUE SPACES.
035300
035400 PROCEDURE DIVISION.
035500
035600 000-INITIATE.
035700
035800     OPEN INPUT CONTROL-CARD-FILE.
035900     MOVE SPACES TO CONTROL-CARD-RECORD.
036000     READ CONTROL-CARD-FILE
036100         AT END
036200             DISPLAY 'OVLDPAY: NO SEMESTER CARD SUPPLIED - '
036300                     'STOPPING'
036400             MOVE +8 TO RETURN-CODE
036500             STOP RUN.
036600*    END-READ.
036700     CLOSE CONTROL-CARD-FILE.
036800
036900     IF CC-SEMESTER EQUAL SPACES
037000         DISPLAY 'OVLDPAY: SEMESTER CARD IS BLANK - STOPPING'
037100         MOVE +8 TO RETURN-CODE
037200         STOP RUN.
037300*    END-IF.
037400
037500     IF CC-MINIMUM-ENROLLMENT NUMERIC
037600         MOVE CC-MINIMUM-ENROLLMENT TO WS-MINIMUM-ENROLLMENT
037700     ELSE
037800         IF CC-MINIMUM-ENROLLMENT NOT EQUAL SPACES
037900             DISPLAY 'OVLDPAY: MINIMUM ENROLLMENT NOT NUMERIC - '
038000                     'STOPPING'
038100             MOVE +8 TO RETURN-CODE
038200             STOP RUN.
038300*        END-IF
038400*    END-IF.
038500
038600     ACCEPT WS-RUN-DATE FROM DATE.
038700     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
038800     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
038900     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
039000     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
039100     MOVE WS-RUN-MM TO WS-TODAY-MM.
039200     MOVE WS-RUN-DD TO WS-TODAY-DD.
039300
039400     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
039500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
039600     MOVE VSIO-SEQUENTIAL TO
039700         VSIO-ACCESS OF SECTION-TABLE-FILE.
039800     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
039900     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
040000     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
040100     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
040200     MOVE VSIO-OPEN TO VSIO-COMMAND.
040300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040400                         SECTION-TABLE-FILE,
040500                         SECTION-TABLE-RECORD.
040600*    END-CALL.
040700     IF NOT VSIO-SUCCESS
040800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
040900         MOVE +8 TO RETURN-CODE
041000         STOP RUN.
041100*    END-IF.
041200
041300     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
041400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
041500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
041600     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
041700     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
041800     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
041900     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
042000     MOVE VSIO-OPEN TO VSIO-COMMAND.
042100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042200                         COURSE-TABLE-FILE,
042300                         COURSE-TABLE-RECORD.
042400*    END-CALL.
042500     IF NOT VSIO-SUCCESS
042600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042700         MOVE +8 TO RETURN-CODE
042800         STOP RUN.
042900*    END-IF.
043000
043100     MOVE 'INSTTBL' TO VSIO-DDNAME OF INSTRUCTOR-TABLE-FILE.
043200     MOVE VSIO-KSDS TO
043300         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
043400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
043500     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
043600     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
043700     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
043800     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
043900     MOVE VSIO-OPEN TO VSIO-COMMAND.
044000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044100                         INSTRUCTOR-TABLE-FILE,
044200                         INSTRUCTOR-TABLE-RECORD.
044300*    END-CALL.
044400     IF NOT VSIO-SUCCESS
044500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
044600         MOVE +8 TO RETURN-CODE
044700         STOP RUN.
044800*    END-IF.
044900
045000     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
045100     MOVE VSIO-KSDS TO
045200         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
045300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
045400     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
045500     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
045600     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
045700     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
045800     MOVE VSIO-OPEN TO VSIO-COMMAND.
045900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046000                         DEPARTMENT-TABLE-FILE,
046100                         DEPARTMENT-TABLE-RECORD.
046200*    END-CALL.
046300     IF NOT VSIO-SUCCESS
046400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046500         MOVE +8 TO RETURN-CODE
046600         STOP RUN.
046700*    END-IF.
046800
046900     MOVE 'PAYRTBL' TO VSIO-DDNAME OF PAY-RATE-FILE.
047000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PAY-RATE-FILE.
047100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PAY-RATE-FILE.
047200     MOVE VSIO-INPUT TO VSIO-MODE OF PAY-RATE-FILE.
047300     MOVE +44 TO VSIO-RECORD-LENGTH OF PAY-RATE-FILE.
047400     MOVE +0 TO VSIO-KEY-POSITION OF PAY-RATE-FILE.
047500     MOVE +2 TO VSIO-KEY-LENGTH OF PAY-RATE-FILE.
047600     MOVE VSIO-OPEN TO VSIO-COMMAND.
047700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047800                         PAY-RATE-FILE,
047900                         PAY-RATE-RECORD.
048000*    END-CALL.
048100     IF NOT VSIO-SUCCESS
048200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048300         MOVE +8 TO RETURN-CODE
048400         STOP RUN.
048500*    END-IF.
048600
048700     OPEN OUTPUT REPORT-FILE.
048800     OPEN OUTPUT INTERFACE-FILE.
048900     MOVE CC-SEMESTER TO HL1-SEMESTER.
049000     MOVE WS-MINIMUM-ENROLLMENT TO HL1-MINIMUM.
049100     WRITE REPORT-LINE FROM HEADING-LINE-1.
049200     MOVE CC-SEMESTER TO PIH-SEMESTER.
049300     MOVE WS-TODAY-CCYYMMDD TO PIH-RUN-DATE.
049400     WRITE INTERFACE-RECORD FROM INTERFACE-HEADER.
049500
049600 010-PROCESS.
049700
049800     PERFORM 110-LOAD-ONE-SECTION
049900        THRU 119-EXIT
050000       UNTIL END-OF-FILE.
050100*    END-PERFORM.
050200
050300     PERFORM 150-PRINT-NEXT-INSTRUCTOR
050400        THRU 159-EXIT
050500       UNTIL PRINTED-COUNT NOT LESS THAN LOAD-COUNT.
050600*    END-PERFORM.
050700
050800     IF LOAD-COUNT GREATER THAN ZERO
050900         PERFORM 157-PRINT-DEPARTMENT-TOTAL THRU 157-EXIT.
051000*    END-IF.
051100
051200 020-TERMINATE.
051300
051400     WRITE REPORT-LINE FROM BLANK-LINE.
051500     MOVE WS-INTERFACE-COUNT TO GTL-COUNT.
051600     MOVE WS-GRAND-AMOUNT TO GTL-AMOUNT.
051700     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
051800     WRITE REPORT-LINE FROM BLANK-LINE.
051900     WRITE REPORT-LINE FROM BLANK-LINE.
052000     WRITE REPORT-LINE FROM SIGNATURE-LINE.
052100     CLOSE REPORT-FILE.
052200
052300     MOVE WS-INTERFACE-COUNT TO PIT-DETAIL-COUNT.
052400     MOVE WS-GRAND-AMOUNT TO PIT-TOTAL-AMOUNT.
052500     WRITE INTERFACE-RECORD FROM INTERFACE-TRAILER.
052600     CLOSE INTERFACE-FILE.
052700
052800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
052900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053000                         SECTION-TABLE-FILE,
053100                         SECTION-TABLE-RECORD.
053200*    END-CALL.
053300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053400                         COURSE-TABLE-FILE,
053500                         COURSE-TABLE-RECORD.
053600*    END-CALL.
053700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053800                         INSTRUCTOR-TABLE-FILE,
053900                         INSTRUCTOR-TABLE-RECORD.
054000*    END-CALL.
054100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054200                         DEPARTMENT-TABLE-FILE,
054300                         DEPARTMENT-TABLE-RECORD.
054400*    END-CALL.
054500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054600                         PAY-RATE-FILE,
054700                         PAY-RATE-RECORD.
054800*    END-CALL.
054900
055000     IF EXCEPTION-COUNTER GREATER THAN ZERO
055100         MOVE +4 TO RETURN-CODE.
055200*    END-IF.
055300
055400     DISPLAY 'OVLDPAY: INSTRUCTORS LISTED:  ' LOAD-COUNT.
055500     DISPLAY 'OVLDPAY: SENT TO PAYROLL:     ' GTL-COUNT.
055600     DISPLAY 'OVLDPAY: FLAGGED SECTIONS:    ' FLAG-COUNT.
055700     DISPLAY 'OVLDPAY: NO PAY CATEGORY:     ' EXCEPTION-COUNTER.
055800     STOP RUN.
055900
056000* ************************************************************** *
056100* ONE SECTION OF THE TERM.  ITS CREDIT HOURS GO TO THE           *
056200* INSTRUCTOR'S REGULAR HOURS, OR TO THE FLAGGED HOURS (WITH A    *
056300* FLAGGED-SECTION ENTRY) WHEN IT WAS CANCELLED OR UNDER THE      *
056400* MINIMUM ENROLLMENT.                                            *
056500* ************************************************************** *
056600 110-LOAD-ONE-SECTION.
056700
056800     MOVE VSIO-READ TO VSIO-COMMAND.
056900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057000                         SECTION-TABLE-FILE,
057100                         SECTION-TABLE-RECORD.
057200*    END-CALL.
057300     IF NOT VSIO-SUCCESS
057400         IF VSIO-END-OF-FILE
057500             MOVE 'Y' TO END-OF-FILE-SWITCH
057600             GO TO 119-EXIT
057700         ELSE
057800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057900             MOVE 'Y' TO END-OF-FILE-SWITCH
058000             GO TO 119-EXIT.
058100*        END-IF
058200*    END-IF.
058300
058400     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
058500         GO TO 119-EXIT.
058600*    END-IF.
058700
058800     IF STR-INSTRUCTOR-ID EQUAL SPACES
058900         GO TO 119-EXIT.
059000*    END-IF.
059100
059200     PERFORM 120-FIND-INSTRUCTOR-ENTRY THRU 129-EXIT.
059300     IF LOAD-IDX EQUAL ZERO
059400         GO TO 119-EXIT.
059500*    END-IF.
059600
059700     ADD +1 TO PLE-SECTIONS (LOAD-IDX).
059800
059900     MOVE STR-DEPARTMENT TO CTR-DEPARTMENT.
060000     MOVE STR-COURSE TO CTR-NUMBER.
060100     MOVE VSIO-READ TO VSIO-COMMAND.
060200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060300                         COURSE-TABLE-FILE,
060400                         COURSE-TABLE-RECORD.
060500*    END-CALL.
060600     IF VSIO-SUCCESS
060700         MOVE CTR-CREDIT-HOURS TO WS-SECTION-HOURS
060800     ELSE
060900         MOVE ZERO TO WS-SECTION-HOURS
061000         MOVE +0 TO VSIO-RETURN-CODE.
061100*    END-IF.
061200
061300     IF STR-CAPACITY NOT EQUAL ZERO
061400     AND STR-ENROLLED NOT LESS THAN WS-MINIMUM-ENROLLMENT
061500         ADD WS-SECTION-HOURS TO PLE-REGULAR-HOURS (LOAD-IDX)
061600         GO TO 119-EXIT.
061700*    END-IF.
061800
061900     ADD WS-SECTION-HOURS TO PLE-FLAGGED-HOURS (LOAD-IDX).
062000     IF FLAG-COUNT NOT LESS THAN FLAG-LIMIT
062100         DISPLAY 'OVLDPAY: FLAGGED SECTION TABLE FULL - '
062200             STR-DEPARTMENT STR-COURSE STR-NUMBER ' NOT LISTED'
062300         GO TO 119-EXIT.
062400*    END-IF.
062500
062600     ADD +1 TO FLAG-COUNT.
062700     MOVE LOAD-IDX TO FSE-LOAD-IDX (FLAG-COUNT).
062800     MOVE STR-DEPARTMENT TO FSE-DEPARTMENT (FLAG-COUNT).
062900     MOVE STR-COURSE TO FSE-COURSE (FLAG-COUNT).
063000     MOVE STR-NUMBER TO FSE-NUMBER (FLAG-COUNT).
063100     MOVE STR-ENROLLED TO FSE-ENROLLED (FLAG-COUNT).
063200     MOVE WS-SECTION-HOURS TO FSE-HOURS (FLAG-COUNT).
063300     IF STR-CAPACITY EQUAL ZERO
063400         MOVE 'SECTION CANCELLED' TO FSE-REASON (FLAG-COUNT)
063500     ELSE
063600         MOVE 'UNDER MINIMUM' TO FSE-REASON (FLAG-COUNT).
063700*    END-IF.
063800
063900 119-EXIT.
064000     EXIT.
064100
064200* ************************************************************** *
064300* FINDS (OR ADDS) THE PAY-LOAD-TABLE ENTRY FOR STR-INSTRUCTOR-   *
064400* ID, LEAVING ITS SUBSCRIPT IN LOAD-IDX (ZERO WHEN THE TABLE IS  *
064500* FULL).  A NEW ENTRY PULLS THE NAME, DEPARTMENT AND PAY         *
064600* CATEGORY FROM INSTTBL; AN ID NOT ON THE TABLE IS FILED UNDER   *
064700* DEPARTMENT 00 WITH NO CATEGORY.                                *
064800* ************************************************************** *
064900 120-FIND-INSTRUCTOR-ENTRY.
065000
065100     MOVE 'N' TO WS-FOUND-SW.
065200     MOVE 1 TO LOAD-IDX.
065300     PERFORM 122-LOOK-FOR-ENTRY
065400        THRU 122-EXIT
065500       UNTIL WS-FOUND
065600          OR LOAD-IDX GREATER THAN LOAD-COUNT.
065700*    END-PERFORM.
065800
065900     IF WS-FOUND
066000         GO TO 129-EXIT.
066100*    END-IF.
066200
066300     IF LOAD-COUNT NOT LESS THAN LOAD-LIMIT
066400         DISPLAY 'OVLDPAY: INSTRUCTOR TABLE FULL - '
066500             STR-INSTRUCTOR-ID ' NOT REPORTED'
066600         MOVE ZERO TO LOAD-IDX
066700         GO TO 129-EXIT.
066800*    END-IF.
066900
067000     ADD +1 TO LOAD-COUNT.
067100     MOVE LOAD-COUNT TO LOAD-IDX.
067200     MOVE STR-INSTRUCTOR-ID TO
067300         PLE-INSTRUCTOR-ID (LOAD-IDX).
067400     MOVE ZERO TO PLE-SECTIONS (LOAD-IDX).
067500     MOVE ZERO TO PLE-REGULAR-HOURS (LOAD-IDX).
067600     MOVE ZERO TO PLE-FLAGGED-HOURS (LOAD-IDX).
067700     MOVE 'N' TO PLE-PRINTED-SWITCH (LOAD-IDX).
067800
067900     MOVE SPACES TO INSTRUCTOR-TABLE-RECORD.
068000     MOVE STR-INSTRUCTOR-ID TO ITR-INSTRUCTOR-ID.
068100     MOVE VSIO-READ TO VSIO-COMMAND.
068200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
068300                         INSTRUCTOR-TABLE-FILE,
068400                         INSTRUCTOR-TABLE-RECORD.
068500*    END-CALL.
068600     IF VSIO-SUCCESS
068700         MOVE ITR-NAME TO PLE-NAME (LOAD-IDX)
068800         MOVE ITR-DEPARTMENT TO PLE-DEPARTMENT (LOAD-IDX)
068900         MOVE ITR-CATEGORY TO PLE-CATEGORY (LOAD-IDX)
069000     ELSE
069100         MOVE '*** NOT ON INSTTBL ***' TO PLE-NAME (LOAD-IDX)
069200         MOVE ZERO TO PLE-DEPARTMENT (LOAD-IDX)
069300         MOVE SPACES TO PLE-CATEGORY (LOAD-IDX)
069400         MOVE +0 TO VSIO-RETURN-CODE.
069500*    END-IF.
069600
069700 129-EXIT.
069800     EXIT.
069900
070000 122-LOOK-FOR-ENTRY.
070100
070200     IF PLE-INSTRUCTOR-ID (LOAD-IDX) EQUAL STR-INSTRUCTOR-ID
070300         MOVE 'Y' TO WS-FOUND-SW
070400     ELSE
070500         ADD 1 TO LOAD-IDX.
070600*    END-IF.
070700
070800 122-EXIT.
070900     EXIT.
071000
071100* ************************************************************** *
071200* PRINTS THE UNPRINTED ENTRY WITH THE LOWEST DEPARTMENT (AND     *
071300* INSTRUCTOR-ID WITHIN IT), CLOSING THE PRIOR DEPARTMENT WITH    *
071400* ITS TOTAL AND OPENING THE NEW ONE WITH A HEADING.  THE ENTRY'S *
071500* PAY IS WORKED OUT, PRINTED WITH ITS FLAGGED SECTIONS UNDER IT, *
071600* AND SENT TO PAYROLL.                                           *
071700* ************************************************************** *
071800 150-PRINT-NEXT-INSTRUCTOR.
071900
072000     MOVE ZERO TO BEST-IDX.
072100     MOVE 1 TO LOAD-IDX.
072200     PERFORM 152-FIND-LOWEST-ENTRY
072300        THRU 152-EXIT
072400       UNTIL LOAD-IDX GREATER THAN LOAD-COUNT.
072500*    END-PERFORM.
072600
072700     IF BEST-IDX EQUAL ZERO
072800         MOVE LOAD-COUNT TO PRINTED-COUNT
072900         GO TO 159-EXIT.
073000*    END-IF.
073100
073200     IF PLE-DEPARTMENT (BEST-IDX) NOT EQUAL WS-PRIOR-DEPARTMENT
073300         IF PRINTED-COUNT GREATER THAN ZERO
073400             PERFORM 157-PRINT-DEPARTMENT-TOTAL THRU 157-EXIT
073500         END-IF
073600         MOVE PLE-DEPARTMENT (BEST-IDX) TO WS-PRIOR-DEPARTMENT
073700         PERFORM 155-PRINT-DEPARTMENT-HEADING THRU 155-EXIT.
073800*    END-IF.
073900
074000     MOVE 'Y' TO PLE-PRINTED-SWITCH (BEST-IDX).
074100     ADD 1 TO PRINTED-COUNT.
074200
074300     PERFORM 160-COMPUTE-PAY THRU 169-EXIT.
074400
074500     MOVE PLE-INSTRUCTOR-ID (BEST-IDX) TO DL-INSTRUCTOR-ID.
074600     MOVE PLE-NAME (BEST-IDX) TO DL-NAME.
074700     MOVE PLE-CATEGORY (BEST-IDX) TO DL-CATEGORY.
074800     MOVE PLE-SECTIONS (BEST-IDX) TO DL-SECTIONS.
074900     MOVE PLE-REGULAR-HOURS (BEST-IDX) TO DL-REGULAR-HOURS.
075000     MOVE PLE-FLAGGED-HOURS (BEST-IDX) TO DL-FLAGGED-HOURS.
075100     MOVE WS-PAYABLE-HOURS TO DL-PAYABLE-HOURS.
075200     MOVE WS-PAY-TYPE TO DL-PAY-TYPE.
075300     MOVE WS-PAY-RATE TO DL-RATE.
075400     MOVE WS-PAY-AMOUNT TO DL-AMOUNT.
075500     WRITE REPORT-LINE FROM DETAIL-LINE.
075600
075700     MOVE 1 TO FLAG-IDX.
075800     PERFORM 158-PRINT-FLAGGED-SECTION
075900        THRU 158-EXIT
076000       UNTIL FLAG-IDX GREATER THAN FLAG-COUNT.
076100*    END-PERFORM.
076200
076300     IF DL-MESSAGE NOT EQUAL SPACES
076400         GO TO 159-EXIT.
076500*    END-IF.
076600
076700     IF WS-PAYABLE-HOURS GREATER THAN ZERO
076800     OR PLE-FLAGGED-HOURS (BEST-IDX) GREATER THAN ZERO
076900         PERFORM 170-WRITE-INTERFACE THRU 179-EXIT.
077000*    END-IF.
077100
077200 159-EXIT.
077300     EXIT.
077400
077500 152-FIND-LOWEST-ENTRY.
077600
077700     IF NOT PLE-PRINTED (LOAD-IDX)
077800         IF BEST-IDX EQUAL ZERO
077900             MOVE LOAD-IDX TO BEST-IDX
078000         ELSE
078100             IF PLE-DEPARTMENT (LOAD-IDX) LESS THAN
078200                     PLE-DEPARTMENT (BEST-IDX)
078300             OR (PLE-DEPARTMENT (LOAD-IDX) EQUAL
078400                     PLE-DEPARTMENT (BEST-IDX)
078500                 AND PLE-INSTRUCTOR-ID (LOAD-IDX) LESS THAN
078600                     PLE-INSTRUCTOR-ID (BEST-IDX))
078700                 MOVE LOAD-IDX TO BEST-IDX.
078800*            END-IF
078900*        END-IF
079000*    END-IF.
079100     ADD 1 TO LOAD-IDX.
079200
079300 152-EXIT.
079400     EXIT.
079500
079600 155-PRINT-DEPARTMENT-HEADING.
079700
079800     MOVE WS-PRIOR-DEPARTMENT TO DTR-NUMBER.
079900     MOVE VSIO-READ TO VSIO-COMMAND.
080000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
080100                         DEPARTMENT-TABLE-FILE,
080200                         DEPARTMENT-TABLE-RECORD.
080300*    END-CALL.
080400     IF NOT VSIO-SUCCESS
080500         MOVE '*** NOT IN TABLE FILE ***' TO DTR-NAME
080600         MOVE +0 TO VSIO-RETURN-CODE.
080700*    END-IF.
080800
080900     WRITE REPORT-LINE FROM BLANK-LINE.
081000     MOVE WS-PRIOR-DEPARTMENT TO DHL-NUMBER.
081100     MOVE DTR-NAME TO DHL-NAME.
081200     WRITE REPORT-LINE FROM DEPARTMENT-HEADING-LINE.
081300     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
081400     MOVE ZERO TO WS-DEPT-AMOUNT.
081500
081600 155-EXIT.
081700     EXIT.
081800
081900 157-PRINT-DEPARTMENT-TOTAL.
082000
082100     MOVE WS-DEPT-AMOUNT TO DTL-AMOUNT.
082200     WRITE REPORT-LINE FROM DEPARTMENT-TOTAL-LINE.
082300
082400 157-EXIT.
082500     EXIT.
082600
082700 158-PRINT-FLAGGED-SECTION.
082800
082900     IF FSE-LOAD-IDX (FLAG-IDX) EQUAL BEST-IDX
083000         MOVE FSE-DEPARTMENT (FLAG-IDX) TO FSL-DEPARTMENT
083100         MOVE FSE-COURSE (FLAG-IDX) TO FSL-COURSE
083200         MOVE FSE-NUMBER (FLAG-IDX) TO FSL-NUMBER
083300         MOVE FSE-ENROLLED (FLAG-IDX) TO FSL-ENROLLED
083400         MOVE FSE-HOURS (FLAG-IDX) TO FSL-HOURS
083500         MOVE FSE-REASON (FLAG-IDX) TO FSL-REASON
083600         WRITE REPORT-LINE FROM FLAGGED-SECTION-LINE.
083700*    END-IF.
083800     ADD 1 TO FLAG-IDX.
083900
084000 158-EXIT.
084100     EXIT.
084200
084300* ************************************************************** *
084400* WORKS OUT THE PAY FOR THE ENTRY AT BEST-IDX FROM ITS           *
084500* CATEGORY'S PAYRTBL RECORD.  A CATEGORY WITH A LOAD CEILING     *
084600* PAYS THE OVERLOAD RATE ON THE REGULAR HOURS ABOVE IT ('OV');   *
084700* ONE WITH NO CEILING PAYS THE ADJUNCT RATE ON ALL REGULAR HOURS *
084800* ('AJ').  A MISSING CATEGORY LEAVES THE PAY AT ZERO WITH A      *
084900* MESSAGE.                                                       *
085000* ************************************************************** *
085100 160-COMPUTE-PAY.
085200
085300     MOVE ZERO TO WS-PAYABLE-HOURS.
085400     MOVE ZERO TO WS-PAY-RATE.
085500     MOVE ZERO TO WS-PAY-AMOUNT.
085600     MOVE SPACES TO WS-PAY-TYPE.
085700     MOVE SPACES TO DL-MESSAGE.
085800     MOVE ZERO TO DL-CEILING.
085900
086000     IF PLE-CATEGORY (BEST-IDX) EQUAL SPACES
086100         MOVE '** NO PAY CATEGORY **' TO DL-MESSAGE
086200         ADD +1 TO EXCEPTION-COUNTER
086300         GO TO 169-EXIT.
086400*    END-IF.
086500
086600     MOVE SPACES TO PAY-RATE-RECORD.
086700     MOVE PLE-CATEGORY (BEST-IDX) TO PRT-CATEGORY.
086800     MOVE VSIO-READ TO VSIO-COMMAND.
086900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
087000                         PAY-RATE-FILE,
087100                         PAY-RATE-RECORD.
087200*    END-CALL.
087300     IF NOT VSIO-SUCCESS
087400         MOVE '** NOT ON PAYRTBL **' TO DL-MESSAGE
087500         ADD +1 TO EXCEPTION-COUNTER
087600         MOVE +0 TO VSIO-RETURN-CODE
087700         GO TO 169-EXIT.
087800*    END-IF.
087900
088000     MOVE PRT-LOAD-CEILING TO DL-CEILING.
088100     IF PRT-LOAD-CEILING GREATER THAN ZERO
088200         MOVE 'OV' TO WS-PAY-TYPE
088300         MOVE PRT-OVERLOAD-RATE TO WS-PAY-RATE
088400         IF PLE-REGULAR-HOURS (BEST-IDX) GREATER THAN
088500                 PRT-LOAD-CEILING
088600             COMPUTE WS-PAYABLE-HOURS =
088700                 PLE-REGULAR-HOURS (BEST-IDX) - PRT-LOAD-CEILING
088800         END-IF
088900     ELSE
089000         MOVE 'AJ' TO WS-PAY-TYPE
089100         MOVE PRT-ADJUNCT-RATE TO WS-PAY-RATE
089200         MOVE PLE-REGULAR-HOURS (BEST-IDX) TO WS-PAYABLE-HOURS.
089300*    END-IF.
089400
089500     COMPUTE WS-PAY-AMOUNT ROUNDED =
089600         WS-PAYABLE-HOURS * WS-PAY-RATE.
089700     ADD WS-PAY-AMOUNT TO WS-DEPT-AMOUNT.
089800
089900 169-EXIT.
090000     EXIT.
090100
090200* ************************************************************** *
090300* WRITES THE PAYROLL INTERFACE RECORD FOR THE ENTRY AT BEST-IDX. *
090400* ************************************************************** *
090500 170-WRITE-INTERFACE.
090600
090700     MOVE PLE-INSTRUCTOR-ID (BEST-IDX) TO PID-INSTRUCTOR-ID.
090800     MOVE PLE-NAME (BEST-IDX) TO PID-NAME.
090900     MOVE PLE-DEPARTMENT (BEST-IDX) TO PID-DEPARTMENT.
091000     MOVE PLE-CATEGORY (BEST-IDX) TO PID-CATEGORY.
091100     MOVE CC-SEMESTER TO PID-SEMESTER.
091200     MOVE WS-PAY-TYPE TO PID-PAY-TYPE.
091300     MOVE WS-PAYABLE-HOURS TO PID-PAYABLE-HOURS.
091400     MOVE WS-PAY-RATE TO PID-RATE.
091500     MOVE WS-PAY-AMOUNT TO PID-AMOUNT.
091600     MOVE PLE-FLAGGED-HOURS (BEST-IDX) TO PID-REDUCED-HOURS.
091700     IF PLE-FLAGGED-HOURS (BEST-IDX) GREATER THAN ZERO
091800         MOVE 'R' TO PID-REDUCED-FLAG
091900     ELSE
092000         MOVE SPACE TO PID-REDUCED-FLAG.
092100*    END-IF.
092200     WRITE INTERFACE-RECORD FROM INTERFACE-DETAIL.
092300     ADD +1 TO WS-INTERFACE-COUNT.
092400     ADD WS-PAY-AMOUNT TO WS-GRAND-AMOUNT.
092500
092600 179-EXIT.
092700     EXIT.
092800
092900* ************************************************************** *
093000* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
093100* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
093200* PROGRAM IN THIS SUITE.                                         *
093300* ************************************************************** *
093400 500-DISPLAY-UNKNOWN-ERROR.
093500
093600     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
093700     EXHIBIT NAMED VSIO-RETURN-CODE.
093800     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
093900                   VSIO-VSAM-FUNCTION-CODE,
094000                   VSIO-VSAM-FEEDBACK-CODE.
094100
094200 509-EXIT.
094300     EXIT.
