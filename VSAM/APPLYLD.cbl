000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPLYLD.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ADMISSIONS YIELD REPORT BY ENTRY TERM.  EVERY APPLICANT ON THE*
000900* APPLICANT CLUSTER (APPLMST, MAINTAINED BY APPLMNT) IS COUNTED *
001000* UNDER ITS ENTRY TERM AT EACH STAGE IT HAS REACHED, USING THE  *
001100* STATUS DATES RATHER THAN THE CURRENT STATUS SO A LATER        *
001200* WITHDRAWAL DOES NOT HIDE AN EARLIER ADMIT OR DEPOSIT:         *
001300*   APPLIED    - EVERY APPLICANT;                               *
001400*   ADMITTED   - AN ADMIT DATE IS PRESENT;                      *
001500*   DENIED     - A DENY DATE IS PRESENT;                        *
001600*   DEPOSITED  - A DEPOSIT DATE IS PRESENT;                     *
001700*   WITHDRAWN  - A WITHDRAWAL DATE IS PRESENT;                  *
001800*   ENROLLED   - ONBOARDED BY STDONBRD AND THE STUDENT-ID HOLDS *
001900*                AN ENROLLMENT IN THE ENTRY TERM ON STMASTR     *
002000*                THAT IS GRADED ('E'), INCOMPLETE ('I') OR      *
002100*                WITHDRAWN ('X'), THE SAME RULE COHRTBLD USES.  *
002200* THE ADMIT PERCENT IS OF APPLIED, THE DEPOSIT (YIELD) PERCENT  *
002300* OF ADMITTED AND THE ENROLLED PERCENT OF DEPOSITED.  TERMS     *
002400* PRINT IN CALENDAR ORDER WITH A TOTAL LINE.                    *
002500*                                                               *
002600* SYSIN CARD (OPTIONAL):                                        *
002700*   COLS  1-6  ENTRY TERM TO REPORT (MUST BE ON SEMTBL); NO CARD*
002800*              OR A BLANK TERM REPORTS EVERY ENTRY TERM.        *
002900* THE RUN ENDS RC 8 ON A BAD CARD OR A VSAM ERROR.              *
003000*                                                               *
003100* MODIFICATION HISTORY.                                         *
003200*   DATE       INIT  DESCRIPTION                                *
003300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003400* ************************************************************* *
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300
004400     SELECT CONTROL-CARD-FILE
004500         ASSIGN TO UT-S-SYSIN.
004600
004700     SELECT REPORT-FILE
004800         ASSIGN TO UR-1403-S-SYSPRINT.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CONTROL-CARD-FILE
005300     LABEL RECORDS ARE OMITTED
005400     RECORD CONTAINS 80 CHARACTERS
005500     BLOCK CONTAINS 0 RECORDS
005600     DATA RECORD IS CONTROL-CARD-RECORD.
005700 01  CONTROL-CARD-RECORD.
005800     02  CC-ENTRY-TERM           PIC X(06).
005900     02  FILLER                  PIC X(74).
006000
006100 FD  REPORT-FILE
006200     LABEL RECORDS ARE OMITTED
006300     RECORD CONTAINS 132 CHARACTERS
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS REPORT-LINE.
006600 01  REPORT-LINE                 PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 77  APPLICANT-EOF-SW            PIC X(01)   VALUE 'N'.
007000     88  APPLICANT-EOF                       VALUE 'Y'.
007100 77  SCAN-DONE-SW                PIC X(01)   VALUE 'N'.
007200     88  SCAN-DONE                           VALUE 'Y'.
007300 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
007400     88  ENTRY-FOUND                         VALUE 'Y'.
007500 77  ENROLLED-FOUND-SW           PIC X(01)   VALUE 'N'.
007600     88  ENROLLED-FOUND                      VALUE 'Y'.
007700
007800 77  TERM-IDX                    PIC S9(4) COMP VALUE ZERO.
007900 77  INSERT-IDX                  PIC S9(4) COMP VALUE ZERO.
008000 77  SHIFT-IDX                   PIC S9(4) COMP VALUE ZERO.
008100 77  TERM-COUNT                  PIC S9(4) COMP VALUE ZERO.
008200 77  TERM-MAX                    PIC S9(4) COMP VALUE +60.
008300 77  APPLICANT-COUNTER           PIC S9(8) COMP VALUE ZERO.
008400 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
008500
008600 01  WS-PCT                      PIC S9(03)  VALUE ZERO.
008700 01  WS-SELECTED-TERM            PIC X(06)   VALUE SPACES.
008800
008900* ************************************************************** *
009000* INPUT AND OUTPUT FIELDS FOR 600-BUILD-SEMESTER-SORT-KEY.  THE  *
009100* SORT KEY IS YEAR + TERM RANK (SP=1, SU=2, FA=3) SO SEMESTER    *
009200* CODES COMPARE IN CALENDAR ORDER.  AN UNRECOGNIZED TERM YIELDS  *
009300* RANK 9 AND THE HIGH YEAR 9999, SO IT PRINTS LAST.              *
009400* ************************************************************** *
009500 01  WS-SEMESTER-WORK-FIELDS.
009600     02  WS-SEM-IN.
009700         03  WS-SEM-IN-TERM      PIC X(02).
009800         03  WS-SEM-IN-YEAR      PIC X(04).
009900     02  WS-SEM-SORT-KEY.
010000         03  WS-SEM-SORT-YEAR    PIC X(04).
010100         03  WS-SEM-SORT-RANK    PIC X(01).
010200
010300* ************************************************************** *
010400* ONE ENTRY PER ENTRY TERM, KEPT IN SORT-KEY ORDER AS TERMS ARE  *
010500* FOUND.  THE TOTAL GROUP CARRIES THE SAME COUNTS LAYOUT SO      *
010600* EITHER CAN BE MOVED TO PRINT-COUNTS.                           *
010700* ************************************************************** *
010800 01  YIELD-TABLE.
010900     02  YIELD-ENTRY OCCURS 60 TIMES.
011000         03  YE-TERM             PIC X(06).
011100         03  YE-SORT-KEY         PIC X(05).
011200         03  YE-COUNTS.
011300             04  YE-APPLIED      PIC S9(8) COMP.
011400             04  YE-ADMITTED     PIC S9(8) COMP.
011500             04  YE-DENIED       PIC S9(8) COMP.
011600             04  YE-DEPOSITED    PIC S9(8) COMP.
011700             04  YE-WITHDRAWN    PIC S9(8) COMP.
011800             04  YE-ENROLLED     PIC S9(8) COMP.
011900
012000 01  TOTAL-COUNTS.
012100     02  TC-APPLIED              PIC S9(8) COMP VALUE ZERO.
012200     02  TC-ADMITTED             PIC S9(8) COMP VALUE ZERO.
012300     02  TC-DENIED               PIC S9(8) COMP VALUE ZERO.
012400     02  TC-DEPOSITED            PIC S9(8) COMP VALUE ZERO.
012500     02  TC-WITHDRAWN            PIC S9(8) COMP VALUE ZERO.
012600     02  TC-ENROLLED             PIC S9(8) COMP VALUE ZERO.
012700
012800 01  PRINT-COUNTS.
012900     02  PC-APPLIED              PIC S9(8) COMP.
013000     02  PC-ADMITTED             PIC S9(8) COMP.
013100     02  PC-DENIED               PIC S9(8) COMP.
013200     02  PC-DEPOSITED            PIC S9(8) COMP.
013300     02  PC-WITHDRAWN            PIC S9(8) COMP.
013400     02  PC-ENROLLED             PIC S9(8) COMP.
013500
013600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013700 01  APPLICANT-FILE              COPY VSAMIOFB.
013800 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013900 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
014000
014100* ************************************************************** *
014200* ONE APPLICANT (DDNAME APPLMST, 150 BYTES, KEY 7).              *
014300* ************************************************************** *
014400 01  APPLICANT-RECORD.
014500     02  APL-APPLICANT-NO        PIC X(07).
014600     02  APL-NAME                PIC X(22).
014700     02  APL-ADDRESS             PIC X(25).
014800     02  APL-CITY                PIC X(15).
014900     02  APL-STATE               PIC X(02).
015000     02  APL-ZIPCODE             PIC 9(05).
015100     02  APL-GENDER              PIC X(01).
015200     02  APL-MAJOR               PIC X(03).
015300     02  APL-ENTRY-TERM          PIC X(06).
015400     02  APL-STATUS              PIC X(02).
015500     02  APL-APPLIED-DATE        PIC 9(08).
015600     02  APL-ADMITTED-DATE       PIC 9(08).
015700     02  APL-DENIED-DATE         PIC 9(08).
015800     02  APL-DEPOSIT-DATE        PIC 9(08).
015900     02  APL-WITHDRAWN-DATE      PIC 9(08).
016000     02  APL-STUDENT-ID          PIC X(07).
016100     02  APL-ONBOARD-DATE        PIC 9(08).
016200     02  FILLER                  PIC X(07).
016300
016400 01  STUDENT-RECORD-AREA         PIC X(83).
016500
016600 01  COURSE-INFO-RECORD.
016700     02  CIR-STUDENT-ID          PIC X(07).
016800     02  CIR-KEY-ID              PIC 9(03).
016900     02  CIR-COURSE-ID           PIC 9(06).
017000     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
017100     02  CIR-STATUS              PIC X(01).
017200         88  CIR-ENROLLED                VALUE 'E'.
017300         88  CIR-INCOMPLETE              VALUE 'I'.
017400         88  CIR-WITHDRAWN               VALUE 'X'.
017500     02  CIR-SEMESTER            PIC X(06).
017600     02  CIR-ENROLL-DATE         PIC 9(08).
017700     02  CIR-DROP-DATE           PIC 9(08).
017800     02  CIR-WAIT-POSITION       PIC 9(03).
017900     02  CIR-WAIT-DATE           PIC 9(08).
018000
018100 01  SEMESTER-TABLE-RECORD.
018200     02  SMR-CODE                PIC X(06).
018300     02  SMR-DESCRIPTION         PIC X(20).
018400     02  FILLER                  PIC X(98).
018500
018600 01  HEADING-LINE-1.
018700     02  FILLER                  PIC X(44) VALUE
018800         'APPLYLD - ADMISSIONS YIELD BY ENTRY TERM    '.
018900     02  FILLER                  PIC X(13) VALUE 'ENTRY TERM: '.
019000     02  HL1-SELECTION           PIC X(06).
019100     02  FILLER                  PIC X(69) VALUE SPACES.
019200
019300 01  HEADING-LINE-2.
019400     02  FILLER                  PIC X(48) VALUE
019500         'ADMIT PCT OF APPLIED, DEPOSIT PCT OF ADMITTED, '.
019600     02  FILLER                  PIC X(84) VALUE
019700         'ENROLLED PCT OF DEPOSITED'.
019800
019900 01  COLUMN-LINE.
020000     02  FILLER                  PIC X(08) VALUE 'TERM'.
020100     02  FILLER                  PIC X(20) VALUE 'DESCRIPTION'.
020200     02  FILLER                  PIC X(10) VALUE '   APPLIED'.
020300     02  FILLER                  PIC X(10) VALUE '  ADMITTED'.
020400     02  FILLER                  PIC X(05) VALUE '  PCT'.
020500     02  FILLER                  PIC X(10) VALUE '    DENIED'.
020600     02  FILLER                  PIC X(10) VALUE ' DEPOSITED'.
020700     02  FILLER                  PIC X(05) VALUE '  PCT'.
020800     02  FILLER                  PIC X(10) VALUE ' WITHDRAWN'.
020900     02  FILLER                  PIC X(10) VALUE '  ENROLLED'.
021000     02  FILLER                  PIC X(34) VALUE '  PCT'.
021100
021200 01  TERM-LINE.
021300     02  TL-TERM                 PIC X(06).
021400     02  FILLER                  PIC X(02) VALUE SPACES.
021500     02  TL-DESCRIPTION          PIC X(20).
021600     02  FILLER                  PIC X(04) VALUE SPACES.
021700     02  TL-APPLIED              PIC ZZZZZ9.
021800     02  FILLER                  PIC X(04) VALUE SPACES.
021900     02  TL-ADMITTED             PIC ZZZZZ9.
022000     02  FILLER                  PIC X(02) VALUE SPACES.
022100     02  TL-ADMIT-PCT            PIC ZZ9.
022200     02  FILLER                  PIC X(04) VALUE SPACES.
022300     02  TL-DENIED               PIC ZZZZZ9.
022400     02  FILLER                  PIC X(04) VALUE SPACES.
022500     02  TL-DEPOSITED            PIC ZZZZZ9.
022600     02  FILLER                  PIC X(02) VALUE SPACES.
022700     02  TL-DEPOSIT-PCT          PIC ZZ9.
022800     02  FILLER                  PIC X(04) VALUE SPACES.
022900     02  TL-WITHDRAWN            PIC ZZZZZ9.
023000     02  FILLER                  PIC X(04) VALUE SPACES.
023100     02  TL-ENROLLED             PIC ZZZZZ9.
023200     02  FILLER                  PIC X(02) VALUE SPACES.
023300     02  TL-ENROLL-PCT           PIC ZZ9.
023400     02  FILLER                  PIC X(29) VALUE SPACES.
023500
023600 01  NO-APPLICANTS-LINE.
023700     02  FILLER                  PIC X(132) VALUE
023800         '*** NO APPLMST APPLICANTS FOR THE TERMS SELECTED ***'.
023900
024000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
024100
024200 PROCEDURE DIVISION.
024300
024400 000-INITIATE.
024500
024600     DISPLAY 'APPLYLD: ADMISSIONS YIELD BY ENTRY TERM'.
024700     DISPLAY '---------------------------------------'.
024800     DISPLAY ' '.
024900
025000     OPEN INPUT CONTROL-CARD-FILE.
025100     MOVE SPACES TO CONTROL-CARD-RECORD.
025200     READ CONTROL-CARD-FILE
025300         AT END
025400             MOVE SPACES TO CONTROL-CARD-RECORD.
025500*    END-READ.
025600     CLOSE CONTROL-CARD-FILE.
025700     MOVE CC-ENTRY-TERM TO WS-SELECTED-TERM.
025800
025900     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
026000     MOVE VSIO-KSDS TO
026100         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
026200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
026300     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
026400     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
026500     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
026600     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
026700     MOVE VSIO-OPEN TO VSIO-COMMAND.
026800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026900                         SEMESTER-TABLE-FILE,
027000                         SEMESTER-TABLE-RECORD.
027100*    END-CALL.
027200     IF NOT VSIO-SUCCESS
027300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027400         MOVE +8 TO RETURN-CODE
027500         STOP RUN.
027600*    END-IF.
027700
027800     IF WS-SELECTED-TERM NOT EQUAL SPACES
027900         MOVE SPACES TO SEMESTER-TABLE-RECORD
028000         MOVE WS-SELECTED-TERM TO SMR-CODE
028100         MOVE VSIO-READ TO VSIO-COMMAND
028200         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028300                             SEMESTER-TABLE-FILE,
028400                             SEMESTER-TABLE-RECORD
028500         IF NOT VSIO-SUCCESS
028600             DISPLAY 'APPLYLD: ENTRY TERM ' WS-SELECTED-TERM
028700                     ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
028800             MOVE +8 TO RETURN-CODE
028900             STOP RUN.
029000*        END-IF
029100*    END-IF.
029200
029300     MOVE 'APPLMST' TO VSIO-DDNAME OF APPLICANT-FILE.
029400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF APPLICANT-FILE.
029500     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF APPLICANT-FILE.
029600     MOVE VSIO-INPUT TO VSIO-MODE OF APPLICANT-FILE.
029700     MOVE +150 TO VSIO-RECORD-LENGTH OF APPLICANT-FILE.
029800     MOVE +0 TO VSIO-KEY-POSITION OF APPLICANT-FILE.
029900     MOVE +7 TO VSIO-KEY-LENGTH OF APPLICANT-FILE.
030000     MOVE VSIO-OPEN TO VSIO-COMMAND.
030100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030200                         APPLICANT-FILE,
030300                         APPLICANT-RECORD.
030400*    END-CALL.
030500     IF NOT VSIO-SUCCESS
030600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030700         MOVE +8 TO RETURN-CODE
030800         STOP RUN.
030900*    END-IF.
031000
031100     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
031200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
031300     MOVE VSIO-DYNAMIC TO
031400         VSIO-ACCESS OF STUDENT-MASTER-FILE.
031500     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
031600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
031700     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
031800     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
031900     MOVE VSIO-OPEN TO VSIO-COMMAND.
032000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032100                         STUDENT-MASTER-FILE,
032200                         STUDENT-RECORD-AREA.
032300*    END-CALL.
032400     IF NOT VSIO-SUCCESS
032500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
032600         MOVE +8 TO RETURN-CODE
032700         STOP RUN.
032800*    END-IF.
032900
033000     INITIALIZE YIELD-TABLE.
033100
033200 010-PROCESS.
033300
033400     PERFORM 100-TALLY-ONE-APPLICANT
033500        THRU 109-EXIT
033600       UNTIL APPLICANT-EOF.
033700*    END-PERFORM.
033800
033900     OPEN OUTPUT REPORT-FILE.
034000     IF WS-SELECTED-TERM EQUAL SPACES
034100         MOVE 'ALL' TO HL1-SELECTION
034200     ELSE
034300         MOVE WS-SELECTED-TERM TO HL1-SELECTION.
034400*    END-IF.
034500     WRITE REPORT-LINE FROM HEADING-LINE-1.
034600     WRITE REPORT-LINE FROM HEADING-LINE-2.
034700     WRITE REPORT-LINE FROM BLANK-LINE.
034800     WRITE REPORT-LINE FROM COLUMN-LINE.
034900     WRITE REPORT-LINE FROM BLANK-LINE.
035000
035100     IF TERM-COUNT EQUAL ZERO
035200         WRITE REPORT-LINE FROM NO-APPLICANTS-LINE
035300     ELSE
035400         PERFORM 200-PRINT-ONE-TERM
035500            THRU 209-EXIT
035600           VARYING TERM-IDX FROM 1 BY 1
035700             UNTIL TERM-IDX GREATER THAN TERM-COUNT
035800         MOVE TOTAL-COUNTS TO PRINT-COUNTS
035900         MOVE 'TOTAL' TO TL-TERM
036000         MOVE SPACES TO TL-DESCRIPTION
036100         WRITE REPORT-LINE FROM BLANK-LINE
036200         PERFORM 250-FORMAT-AND-PRINT THRU 259-EXIT.
036300*    END-IF.
036400
036500 020-TERMINATE.
036600
036700     CLOSE REPORT-FILE.
036800
036900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037100                         APPLICANT-FILE,
037200                         APPLICANT-RECORD.
037300*    END-CALL.
037400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037500                         STUDENT-MASTER-FILE,
037600                         STUDENT-RECORD-AREA.
037700*    END-CALL.
037800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037900                         SEMESTER-TABLE-FILE,
038000                         SEMESTER-TABLE-RECORD.
038100*    END-CALL.
038200
038300     DISPLAY 'APPLYLD: APPLICANTS COUNTED: ' APPLICANT-COUNTER.
038400     DISPLAY 'APPLYLD: ENTRY TERMS:        ' TERM-COUNT.
038500     DISPLAY 'APPLYLD: ERRORS:             ' ERROR-COUNTER.
038600
038700     IF ERROR-COUNTER GREATER THAN ZERO
038800         MOVE +8 TO RETURN-CODE.
038900*    END-IF.
039000     STOP RUN.
039100
039200* ************************************************************** *
039300* READS THE NEXT APPLICANT AND, WHEN ITS ENTRY TERM IS SELECTED, *
039400* ADDS IT TO THE TERM'S COUNTS AND THE TOTAL AT EVERY STAGE ITS  *
039500* STATUS DATES SHOW IT HAS REACHED.                              *
039600* ************************************************************** *
039700 100-TALLY-ONE-APPLICANT.
039800
039900     MOVE SPACES TO APPLICANT-RECORD.
040000     MOVE VSIO-READ TO VSIO-COMMAND.
040100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040200                         APPLICANT-FILE,
040300                         APPLICANT-RECORD.
040400*    END-CALL.
040500     IF NOT VSIO-SUCCESS
040600         IF NOT VSIO-END-OF-FILE
040700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
040800             ADD +1 TO ERROR-COUNTER
040900         END-IF
041000         MOVE 'Y' TO APPLICANT-EOF-SW
041100         MOVE +0 TO VSIO-RETURN-CODE
041200         GO TO 109-EXIT.
041300*    END-IF.
041400
041500     IF WS-SELECTED-TERM NOT EQUAL SPACES
041600     AND APL-ENTRY-TERM NOT EQUAL WS-SELECTED-TERM
041700         GO TO 109-EXIT.
041800*    END-IF.
041900
042000     PERFORM 110-LOCATE-TERM THRU 119-EXIT.
042100     IF NOT ENTRY-FOUND
042200         DISPLAY 'APPLYLD: MORE THAN ' TERM-MAX
042300                 ' ENTRY TERMS - APPLICANT ' APL-APPLICANT-NO
042400                 ' NOT COUNTED'
042500         ADD +1 TO ERROR-COUNTER
042600         GO TO 109-EXIT.
042700*    END-IF.
042800
042900     ADD +1 TO APPLICANT-COUNTER.
043000     ADD +1 TO YE-APPLIED (TERM-IDX), TC-APPLIED.
043100     IF APL-ADMITTED-DATE NUMERIC
043200     AND APL-ADMITTED-DATE GREATER THAN ZERO
043300         ADD +1 TO YE-ADMITTED (TERM-IDX), TC-ADMITTED.
043400*    END-IF.
043500     IF APL-DENIED-DATE NUMERIC
043600     AND APL-DENIED-DATE GREATER THAN ZERO
043700         ADD +1 TO YE-DENIED (TERM-IDX), TC-DENIED.
043800*    END-IF.
043900     IF APL-DEPOSIT-DATE NUMERIC
044000     AND APL-DEPOSIT-DATE GREATER THAN ZERO
044100         ADD +1 TO YE-DEPOSITED (TERM-IDX), TC-DEPOSITED.
044200*    END-IF.
044300     IF APL-WITHDRAWN-DATE NUMERIC
044400     AND APL-WITHDRAWN-DATE GREATER THAN ZERO
044500         ADD +1 TO YE-WITHDRAWN (TERM-IDX), TC-WITHDRAWN.
044600*    END-IF.
044700
044800     IF APL-STUDENT-ID EQUAL SPACES
044900         GO TO 109-EXIT.
045000*    END-IF.
045100     PERFORM 150-CHECK-ENROLLED THRU 159-EXIT.
045200     IF ENROLLED-FOUND
045300         ADD +1 TO YE-ENROLLED (TERM-IDX), TC-ENROLLED.
045400*    END-IF.
045500
045600 109-EXIT.
045700     EXIT.
045800
045900* ************************************************************** *
046000* SETS TERM-IDX TO THE TABLE ENTRY FOR THE APPLICANT'S ENTRY     *
046100* TERM, ADDING ONE IN SORT-KEY ORDER WHEN THE TERM IS NEW.       *
046200* ENTRY-FOUND IS LEFT OFF ONLY WHEN THE TABLE IS FULL.           *
046300* ************************************************************** *
046400 110-LOCATE-TERM.
046500
046600     MOVE 'N' TO ENTRY-FOUND-SW.
046700     PERFORM 115-MATCH-ONE-TERM
046800        THRU 115-EXIT
046900       VARYING TERM-IDX FROM 1 BY 1
047000         UNTIL TERM-IDX GREATER THAN TERM-COUNT
047100            OR ENTRY-FOUND.
047200*    END-PERFORM.
047300     IF ENTRY-FOUND
047400         SUBTRACT 1 FROM TERM-IDX
047500         GO TO 119-EXIT.
047600*    END-IF.
047700
047800     IF TERM-COUNT NOT LESS THAN TERM-MAX
047900         GO TO 119-EXIT.
048000*    END-IF.
048100
048200     MOVE APL-ENTRY-TERM TO WS-SEM-IN.
048300     PERFORM 600-BUILD-SEMESTER-SORT-KEY THRU 609-EXIT.
048400
048500     ADD 1 TO TERM-COUNT GIVING INSERT-IDX.
048600     PERFORM 116-FIND-INSERT-POINT
048700        THRU 116-EXIT
048800       VARYING TERM-IDX FROM TERM-COUNT BY -1
048900         UNTIL TERM-IDX LESS THAN 1.
049000*    END-PERFORM.
049100     PERFORM 117-SHIFT-ONE-ENTRY
049200        THRU 117-EXIT
049300       VARYING SHIFT-IDX FROM TERM-COUNT BY -1
049400         UNTIL SHIFT-IDX LESS THAN INSERT-IDX.
049500*    END-PERFORM.
049600
049700     ADD +1 TO TERM-COUNT.
049800     MOVE INSERT-IDX TO TERM-IDX.
049900     INITIALIZE YIELD-ENTRY (TERM-IDX).
050000     MOVE APL-ENTRY-TERM TO YE-TERM (TERM-IDX).
050100     MOVE WS-SEM-SORT-KEY TO YE-SORT-KEY (TERM-IDX).
050200     MOVE 'Y' TO ENTRY-FOUND-SW.
050300
050400 119-EXIT.
050500     EXIT.
050600
050700 115-MATCH-ONE-TERM.
050800
050900     IF YE-TERM (TERM-IDX) EQUAL APL-ENTRY-TERM
051000         MOVE 'Y' TO ENTRY-FOUND-SW.
051100*    END-IF.
051200
051300 115-EXIT.
051400     EXIT.
051500
051600 116-FIND-INSERT-POINT.
051700
051800     IF YE-SORT-KEY (TERM-IDX) GREATER THAN WS-SEM-SORT-KEY
051900         MOVE TERM-IDX TO INSERT-IDX.
052000*    END-IF.
052100
052200 116-EXIT.
052300     EXIT.
052400
052500 117-SHIFT-ONE-ENTRY.
052600
052700     MOVE YIELD-ENTRY (SHIFT-IDX) TO YIELD-ENTRY (SHIFT-IDX + 1).
052800
052900 117-EXIT.
053000     EXIT.
053100
053200* ************************************************************** *
053300* SETS ENROLLED-FOUND WHEN THE ONBOARDED STUDENT'S KEY GROUP ON  *
053400* STMASTR HOLDS A COUNTED ENROLLMENT IN THE APPLICANT'S ENTRY    *
053500* TERM.  THE GROUP IS READ FROM A GENERIC START ON THE STUDENT-ID*
053600* UNTIL THE ID CHANGES.                                          *
053700* ************************************************************** *
053800 150-CHECK-ENROLLED.
053900
054000     MOVE 'N' TO ENROLLED-FOUND-SW.
054100     MOVE 'N' TO SCAN-DONE-SW.
054200     MOVE SPACES TO STUDENT-RECORD-AREA.
054300     MOVE APL-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
054400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
054500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054600                         STUDENT-MASTER-FILE,
054700                         STUDENT-RECORD-AREA.
054800*    END-CALL.
054900     IF NOT VSIO-SUCCESS
055000         MOVE +0 TO VSIO-RETURN-CODE
055100         GO TO 159-EXIT.
055200*    END-IF.
055300
055400     PERFORM 155-READ-ONE-MASTER
055500        THRU 155-EXIT
055600       UNTIL SCAN-DONE.
055700*    END-PERFORM.
055800
055900 159-EXIT.
056000     EXIT.
056100
056200 155-READ-ONE-MASTER.
056300
056400     MOVE SPACES TO STUDENT-RECORD-AREA.
056500     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
056600     MOVE VSIO-READ TO VSIO-COMMAND.
056700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056800                         STUDENT-MASTER-FILE,
056900                         STUDENT-RECORD-AREA.
057000*    END-CALL.
057100     IF NOT VSIO-SUCCESS
057200         IF NOT VSIO-END-OF-FILE
057300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
057400             ADD +1 TO ERROR-COUNTER
057500         END-IF
057600         MOVE 'Y' TO SCAN-DONE-SW
057700         MOVE +0 TO VSIO-RETURN-CODE
057800         GO TO 155-EXIT.
057900*    END-IF.
058000
058100     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL APL-STUDENT-ID
058200         MOVE 'Y' TO SCAN-DONE-SW
058300         GO TO 155-EXIT.
058400*    END-IF.
058500
058600     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +53
058700         GO TO 155-EXIT.
058800*    END-IF.
058900
059000     MOVE STUDENT-RECORD-AREA (1:53) TO COURSE-INFO-RECORD.
059100     IF CIR-SEMESTER EQUAL APL-ENTRY-TERM
059200         IF CIR-ENROLLED
059300         OR CIR-INCOMPLETE
059400         OR CIR-WITHDRAWN
059500             MOVE 'Y' TO ENROLLED-FOUND-SW
059600             MOVE 'Y' TO SCAN-DONE-SW.
059700*        END-IF
059800*    END-IF.
059900
060000 155-EXIT.
060100     EXIT.
060200
060300* ************************************************************** *
060400* PRINTS ONE ENTRY TERM WITH ITS SEMTBL DESCRIPTION.             *
060500* ************************************************************** *
060600 200-PRINT-ONE-TERM.
060700
060800     MOVE YE-TERM (TERM-IDX) TO TL-TERM.
060900     MOVE SPACES TO SEMESTER-TABLE-RECORD.
061000     MOVE YE-TERM (TERM-IDX) TO SMR-CODE.
061100     MOVE VSIO-READ TO VSIO-COMMAND.
061200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
061300                         SEMESTER-TABLE-FILE,
061400                         SEMESTER-TABLE-RECORD.
061500*    END-CALL.
061600     IF VSIO-SUCCESS
061700         MOVE SMR-DESCRIPTION TO TL-DESCRIPTION
061800     ELSE
061900         MOVE '*** NOT ON SEMTBL' TO TL-DESCRIPTION
062000         MOVE +0 TO VSIO-RETURN-CODE.
062100*    END-IF.
062200
062300     MOVE YE-COUNTS (TERM-IDX) TO PRINT-COUNTS.
062400     PERFORM 250-FORMAT-AND-PRINT THRU 259-EXIT.
062500
062600 209-EXIT.
062700     EXIT.
062800
062900* ************************************************************** *
063000* EDITS PRINT-COUNTS INTO TERM-LINE WITH THE THREE CONVERSION    *
063100* PERCENTS (ZERO WHEN THE BASE IS ZERO) AND WRITES IT.           *
063200* ************************************************************** *
063300 250-FORMAT-AND-PRINT.
063400
063500     MOVE PC-APPLIED TO TL-APPLIED.
063600     MOVE PC-ADMITTED TO TL-ADMITTED.
063700     MOVE PC-DENIED TO TL-DENIED.
063800     MOVE PC-DEPOSITED TO TL-DEPOSITED.
063900     MOVE PC-WITHDRAWN TO TL-WITHDRAWN.
064000     MOVE PC-ENROLLED TO TL-ENROLLED.
064100
064200     MOVE ZERO TO WS-PCT.
064300     IF PC-APPLIED GREATER THAN ZERO
064400         COMPUTE WS-PCT ROUNDED =
064500             (PC-ADMITTED * 100) / PC-APPLIED.
064600*    END-IF.
064700     MOVE WS-PCT TO TL-ADMIT-PCT.
064800
064900     MOVE ZERO TO WS-PCT.
065000     IF PC-ADMITTED GREATER THAN ZERO
065100         COMPUTE WS-PCT ROUNDED =
065200             (PC-DEPOSITED * 100) / PC-ADMITTED.
065300*    END-IF.
065400     MOVE WS-PCT TO TL-DEPOSIT-PCT.
065500
065600     MOVE ZERO TO WS-PCT.
065700     IF PC-DEPOSITED GREATER THAN ZERO
065800         COMPUTE WS-PCT ROUNDED =
065900             (PC-ENROLLED * 100) / PC-DEPOSITED.
066000*    END-IF.
066100     MOVE WS-PCT TO TL-ENROLL-PCT.
066200
066300     WRITE REPORT-LINE FROM TERM-LINE.
066400
066500 259-EXIT.
066600     EXIT.
066700
066800* ************************************************************** *
066900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
067000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
067100* PROGRAM IN THIS SUITE.                                         *
067200* ************************************************************** *
067300 500-DISPLAY-UNKNOWN-ERROR.
067400
067500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
067600     EXHIBIT NAMED VSIO-RETURN-CODE.
067700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
067800                   VSIO-VSAM-FUNCTION-CODE,
067900                   VSIO-VSAM-FEEDBACK-CODE.
068000
068100 509-EXIT.
068200     EXIT.
068300
068400* ************************************************************** *
068500* BUILDS WS-SEM-SORT-KEY FROM THE SEMESTER CODE IN WS-SEM-IN.    *
068600* ************************************************************** *
068700 600-BUILD-SEMESTER-SORT-KEY.
068800
068900     IF WS-SEM-IN-YEAR NOT NUMERIC
069000         MOVE '9999' TO WS-SEM-SORT-YEAR
069100         MOVE '9' TO WS-SEM-SORT-RANK
069200         GO TO 609-EXIT.
069300*    END-IF.
069400
069500     MOVE WS-SEM-IN-YEAR TO WS-SEM-SORT-YEAR.
069600     EVALUATE WS-SEM-IN-TERM
069700         WHEN 'SP'
069800             MOVE '1' TO WS-SEM-SORT-RANK
069900         WHEN 'SU'
070000             MOVE '2' TO WS-SEM-SORT-RANK
070100         WHEN 'FA'
070200             MOVE '3' TO WS-SEM-SORT-RANK
070300         WHEN OTHER
070400             MOVE '9999' TO WS-SEM-SORT-YEAR
070500             MOVE '9' TO WS-SEM-SORT-RANK
070600     END-EVALUATE.
070700
070800 609-EXIT.
070900     EXIT.
