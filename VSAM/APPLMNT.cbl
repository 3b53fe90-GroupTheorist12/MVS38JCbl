000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPLMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* CARD-DRIVEN MAINTENANCE FOR THE ADMISSIONS APPLICANT CLUSTER  *
000900* (DDNAME APPLMST, KEYED BY APPLICANT NUMBER), WHICH CARRIES    *
001000* EACH APPLICATION FROM RECEIPT THROUGH THE ADMIT DECISION AND  *
001100* DEPOSIT UNTIL STDONBRD GIVES THE DEPOSITED APPLICANT A        *
001200* STUDENT-ID.  EACH 80-COLUMN CARD ON UT-S-APLCARD CARRIES A    *
001300* TYPE IN COLUMNS 1-3 AND AN ACTION IN COLUMN 5:                *
001400*   'APP' A/C/D  COL  7-13 APPLICANT NUMBER (THE KEY)           *
001500*                COL 15-36 NAME                                 *
001600*                COL 38-40 INTENDED MAJOR (DEPARTMENT IN 38-39) *
001700*                COL 42-47 ENTRY TERM                           *
001800*                COL 49    GENDER                               *
001900*                COL 51-58 DATE APPLIED, CCYYMMDD (ADD ONLY,    *
002000*                          BLANK FOR THE RUN DATE)              *
002100*   'APO' C      COL  7-13 APPLICANT NUMBER                     *
002200*                COL 15-39 ADDRESS, 41-55 CITY, 57-58 STATE,    *
002300*                60-64 ZIP (CHANGE-ONLY OVERFLOW CARD, THE SAME *
002400*                CONVENTION AS SPONMNT'S SPO CARD)              *
002500*   'STA' C      COL  7-13 APPLICANT NUMBER                     *
002600*                COL 15-16 NEW STATUS                           *
002700*                COL 18-25 STATUS DATE, CCYYMMDD (BLANK FOR THE *
002800*                          RUN DATE)                            *
002900* A NEW APPLICANT STARTS AT STATUS 'AP' (APPLIED).  THE STA CARD*
003000* MOVES IT ON: 'AD' (ADMITTED) OR 'DN' (DENIED) FROM 'AP', 'DP' *
003100* (DEPOSITED) FROM 'AD', AND 'WD' (WITHDRAWN) FROM ANY OPEN     *
003200* STATUS.  EACH STATUS KEEPS ITS OWN DATE SO THE APPLYLD YIELD  *
003300* REPORT CAN COUNT AN APPLICANT AT EVERY STAGE REACHED.  THE    *
003400* INTENDED MAJOR'S DEPARTMENT MUST BE ON DEPTTBL AND THE ENTRY  *
003500* TERM ON SEMTBL.  AN APPLICANT ALREADY ONBOARDED BY STDONBRD   *
003600* MAY NOT BE DELETED.  EVERY CARD IS LISTED ON A REGISTER WITH  *
003700* ITS DISPOSITION AND ALL I/O GOES THROUGH VSAMIO FOR THE       *
003800* VSIOAUD TRAIL.                                                *
003900*                                                               *
004000* MODIFICATION HISTORY.                                         *
004100*   DATE       INIT  DESCRIPTION                                *
004200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004300* ************************************************************* *
004400
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. IBM-370.
004800 OBJECT-COMPUTER. IBM-370.
004900
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200
005300     SELECT CARD-FILE
005400         ASSIGN TO UT-S-APLCARD.
005500
005600     SELECT REPORT-FILE
005700         ASSIGN TO UR-1403-S-SYSPRINT.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CARD-FILE
006200     LABEL RECORDS ARE OMITTED
006300     RECORD CONTAINS 80 CHARACTERS
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS CARD-RECORD.
006600 01  CARD-RECORD.
006700     02  MC-TYPE                 PIC X(03).
006800         88  MC-APPLICANT                VALUE 'APP'.
006900         88  MC-APPLICANT-OVERFLOW       VALUE 'APO'.
007000         88  MC-STATUS-CHANGE            VALUE 'STA'.
007100     02  FILLER                  PIC X(01).
007200     02  MC-ACTION               PIC X(01).
007300         88  MC-ADD                      VALUE 'A'.
007400         88  MC-CHANGE                   VALUE 'C'.
007500         88  MC-DELETE                   VALUE 'D'.
007600     02  FILLER                  PIC X(01).
007700     02  MC-FIELDS               PIC X(74).
007800 01  FILLER REDEFINES CARD-RECORD.
007900     02  FILLER                  PIC X(06).
008000     02  MC-APP-NUMBER           PIC X(07).
008100     02  FILLER                  PIC X(01).
008200     02  MC-APP-NAME             PIC X(22).
008300     02  FILLER                  PIC X(01).
008400     02  MC-APP-MAJOR            PIC X(03).
008500     02  FILLER                  REDEFINES MC-APP-MAJOR.
008600         03  MC-APP-MAJOR-DEPT   PIC 9(02).
008700         03  FILLER              PIC X(01).
008800     02  FILLER                  PIC X(01).
008900     02  MC-APP-ENTRY-TERM       PIC X(06).
009000     02  FILLER                  PIC X(01).
009100     02  MC-APP-GENDER           PIC X(01).
009200     02  FILLER                  PIC X(01).
009300     02  MC-APP-APPLIED-DATE     PIC X(08).
009400     02  FILLER                  REDEFINES MC-APP-APPLIED-DATE.
009500         03  MC-APP-APPLIED-NUM  PIC 9(08).
009600     02  FILLER                  PIC X(22).
009700 01  FILLER REDEFINES CARD-RECORD.
009800     02  FILLER                  PIC X(06).
009900     02  MC-APO-NUMBER           PIC X(07).
010000     02  FILLER                  PIC X(01).
010100     02  MC-APO-ADDRESS          PIC X(25).
010200     02  FILLER                  PIC X(01).
010300     02  MC-APO-CITY             PIC X(15).
010400     02  FILLER                  PIC X(01).
010500     02  MC-APO-STATE            PIC X(02).
010600     02  FILLER                  PIC X(01).
010700     02  MC-APO-ZIP              PIC 9(05).
010800     02  FILLER                  PIC X(16).
010900 01  FILLER REDEFINES CARD-RECORD.
011000     02  FILLER                  PIC X(06).
011100     02  MC-STA-NUMBER           PIC X(07).
011200     02  FILLER                  PIC X(01).
011300     02  MC-STA-STATUS           PIC X(02).
011400     02  FILLER                  PIC X(01).
011500     02  MC-STA-DATE             PIC X(08).
011600     02  FILLER                  REDEFINES MC-STA-DATE.
011700         03  MC-STA-DATE-NUM     PIC 9(08).
011800     02  FILLER                  PIC X(55).
011900
012000 FD  REPORT-FILE
012100     LABEL RECORDS ARE OMITTED
012200     RECORD CONTAINS 132 CHARACTERS
012300     BLOCK CONTAINS 0 RECORDS
012400     DATA RECORD IS REPORT-LINE.
012500 01  REPORT-LINE                 PIC X(132).
012600
012700 WORKING-STORAGE SECTION.
012800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
012900     88  END-OF-FILE                         VALUE 'Y'.
013000
013100 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
013200 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
013300 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
013400
013500 01  WS-STATUS-DATE              PIC 9(08)   VALUE ZERO.
013600
013700 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
013800 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
013900     02  WS-RUN-YY               PIC 9(02).
014000     02  WS-RUN-MM               PIC 9(02).
014100     02  WS-RUN-DD               PIC 9(02).
014200 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
014300 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
014400     02  WS-TODAY-CCYY           PIC 9(04).
014500     02  WS-TODAY-MM             PIC 9(02).
014600     02  WS-TODAY-DD             PIC 9(02).
014700
014800 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
014900
015000 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
015100 01  APPLICANT-FILE              COPY VSAMIOFB.
015200 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
015300 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
015400
015500* ************************************************************** *
015600* ONE APPLICANT.  THE FIRST 80 BYTES MATCH THE 83-BYTE STUDENT   *
015700* MASTER RECORD'S DEMOGRAPHICS SO STDONBRD CAN CARRY THEM OVER   *
015800* UNCHANGED.  EACH STATUS HAS ITS OWN DATE (ZERO UNTIL REACHED); *
015900* APL-STUDENT-ID AND APL-ONBOARD-DATE ARE SET BY STDONBRD.       *
016000* ************************************************************** *
016100 01  APPLICANT-RECORD.
016200     02  APL-APPLICANT-NO        PIC X(07).
016300     02  APL-NAME                PIC X(22).
016400     02  APL-ADDRESS             PIC X(25).
016500     02  APL-CITY                PIC X(15).
016600     02  APL-STATE               PIC X(02).
016700     02  APL-ZIPCODE             PIC 9(05).
016800     02  APL-GENDER              PIC X(01).
016900     02  APL-MAJOR               PIC X(03).
017000     02  APL-ENTRY-TERM          PIC X(06).
017100     02  APL-STATUS              PIC X(02).
017200         88  APL-APPLIED                 VALUE 'AP'.
017300         88  APL-ADMITTED                VALUE 'AD'.
017400         88  APL-DENIED                  VALUE 'DN'.
017500         88  APL-DEPOSITED               VALUE 'DP'.
017600         88  APL-WITHDRAWN               VALUE 'WD'.
017700     02  APL-APPLIED-DATE        PIC 9(08).
017800     02  APL-ADMITTED-DATE       PIC 9(08).
017900     02  APL-DENIED-DATE         PIC 9(08).
018000     02  APL-DEPOSIT-DATE        PIC 9(08).
018100     02  APL-WITHDRAWN-DATE      PIC 9(08).
018200     02  APL-STUDENT-ID          PIC X(07).
018300     02  APL-ONBOARD-DATE        PIC 9(08).
018400     02  FILLER                  PIC X(07).
018500
018600 01  DEPARTMENT-TABLE-RECORD.
018700     02  DTR-NUMBER              PIC 9(02).
018800     02  DTR-NAME                PIC X(30).
018900     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
019000     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
019100
019200 01  SEMESTER-TABLE-RECORD.
019300     02  SMR-CODE                PIC X(06).
019400     02  SMR-DESCRIPTION         PIC X(20).
019500     02  FILLER                  PIC X(98).
019600
019700 01  HEADING-LINE-1.
019800     02  FILLER                  PIC X(44)   VALUE
019900         'APPLMNT - ADMISSIONS APPLICANT CHANGE REGIST'.
020000     02  FILLER                  PIC X(03)   VALUE 'ER '.
020100     02  FILLER                  PIC X(85)   VALUE SPACES.
020200
020300 01  HEADING-LINE-2.
020400     02  FILLER                  PIC X(05)   VALUE 'TYPE'.
020500     02  FILLER                  PIC X(07)   VALUE 'ACTION'.
020600     02  FILLER                  PIC X(42)   VALUE 'KEY/FIELDS'.
020700     02  FILLER                  PIC X(78)   VALUE 'DISPOSITION'.
020800
020900 01  DETAIL-LINE.
021000     02  DL-TYPE                 PIC X(03).
021100     02  FILLER                  PIC X(02)   VALUE SPACES.
021200     02  DL-ACTION               PIC X(01).
021300     02  FILLER                  PIC X(06)   VALUE SPACES.
021400     02  DL-FIELDS               PIC X(40).
021500     02  FILLER                  PIC X(02)   VALUE SPACES.
021600     02  DL-DISPOSITION          PIC X(30).
021700     02  FILLER                  PIC X(48)   VALUE SPACES.
021800
021900 01  TOTAL-LINE.
022000     02  FILLER                  PIC X(13)
022100         VALUE 'CARDS READ:  '.
022200     02  TL-CARDS                PIC ZZZZZZ9.
022300     02  FILLER                  PIC X(11)   VALUE '  APPLIED: '.
022400     02  TL-APPLIED              PIC ZZZZZZ9.
022500     02  FILLER                  PIC X(11)   VALUE '  REJECTS: '.
022600     02  TL-REJECTS              PIC ZZZZZZ9.
022700     02  FILLER                  PIC X(76)   VALUE SPACES.
022800
022900 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
023000
023100 PROCEDURE DIVISION.
023200
023300 000-INITIATE.
023400
023500     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
023600     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
023700     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
023800     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
023900     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
024000     MOVE WS-RUN-MM TO WS-TODAY-MM.
024100     MOVE WS-RUN-DD TO WS-TODAY-DD.
024200
024300     OPEN INPUT CARD-FILE.
024400     OPEN OUTPUT REPORT-FILE.
024500     WRITE REPORT-LINE FROM HEADING-LINE-1.
024600     WRITE REPORT-LINE FROM HEADING-LINE-2.
024700     WRITE REPORT-LINE FROM BLANK-LINE.
024800
024900     MOVE 'APPLMST' TO VSIO-DDNAME OF APPLICANT-FILE.
025000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF APPLICANT-FILE.
025100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF APPLICANT-FILE.
025200     MOVE VSIO-I-O TO VSIO-MODE OF APPLICANT-FILE.
025300     MOVE +150 TO VSIO-RECORD-LENGTH OF APPLICANT-FILE.
025400     MOVE +0 TO VSIO-KEY-POSITION OF APPLICANT-FILE.
025500     MOVE +7 TO VSIO-KEY-LENGTH OF APPLICANT-FILE.
025600     MOVE VSIO-OPEN TO VSIO-COMMAND.
025700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025800                         APPLICANT-FILE,
025900                         APPLICANT-RECORD.
026000*    END-CALL.
026100     IF NOT VSIO-SUCCESS
026200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026300         STOP RUN.
026400*    END-IF.
026500
026600     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
026700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION
026800         OF DEPARTMENT-TABLE-FILE.
026900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
027000     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
027100     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
027200     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
027300     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
027400     MOVE VSIO-OPEN TO VSIO-COMMAND.
027500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027600                         DEPARTMENT-TABLE-FILE,
027700                         DEPARTMENT-TABLE-RECORD.
027800*    END-CALL.
027900     IF NOT VSIO-SUCCESS
028000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028100         STOP RUN.
028200*    END-IF.
028300
028400     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
028500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
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
029800         STOP RUN.
029900*    END-IF.
030000
030100 010-PROCESS.
030200
030300     PERFORM 110-APPLY-ONE-CARD
030400        THRU 119-EXIT
030500       UNTIL END-OF-FILE.
030600*    END-PERFORM.
030700
030800 020-TERMINATE.
030900
031000     MOVE CARD-COUNTER TO TL-CARDS.
031100     MOVE APPLIED-COUNTER TO TL-APPLIED.
031200     MOVE REJECT-COUNTER TO TL-REJECTS.
031300     WRITE REPORT-LINE FROM BLANK-LINE.
031400     WRITE REPORT-LINE FROM TOTAL-LINE.
031500
031600     CLOSE CARD-FILE.
031700     CLOSE REPORT-FILE.
031800
031900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
032000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032100                         APPLICANT-FILE,
032200                         APPLICANT-RECORD.
032300*    END-CALL.
032400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032500                         DEPARTMENT-TABLE-FILE,
032600                         DEPARTMENT-TABLE-RECORD.
032700*    END-CALL.
032800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032900                         SEMESTER-TABLE-FILE,
033000                         SEMESTER-TABLE-RECORD.
033100*    END-CALL.
033200
033300     DISPLAY 'APPLMNT: CARDS READ: ' CARD-COUNTER.
033400     DISPLAY 'APPLMNT: APPLIED:    ' APPLIED-COUNTER.
033500     DISPLAY 'APPLMNT: REJECTED:   ' REJECT-COUNTER.
033600
033700     IF REJECT-COUNTER GREATER THAN ZERO
033800         MOVE +4 TO RETURN-CODE.
033900*    END-IF.
034000     STOP RUN.
034100
034200 110-APPLY-ONE-CARD.
034300
034400     READ CARD-FILE
034500         AT END
034600             MOVE 'Y' TO END-OF-FILE-SWITCH
034700             GO TO 119-EXIT.
034800*    END-READ.
034900
035000     ADD +1 TO CARD-COUNTER.
035100
035200     EVALUATE TRUE
035300         WHEN MC-APPLICANT
035400             PERFORM 120-MAINTAIN-APPLICANT THRU 129-EXIT
035500         WHEN MC-APPLICANT-OVERFLOW
035600             PERFORM 140-APPLY-OVERFLOW THRU 149-EXIT
035700         WHEN MC-STATUS-CHANGE
035800             PERFORM 150-CHANGE-STATUS THRU 159-EXIT
035900         WHEN OTHER
036000             MOVE 'INVALID CARD TYPE' TO DL-DISPOSITION
036100             PERFORM 180-WRITE-REJECT THRU 189-EXIT
036200     END-EVALUATE.
036300
036400 119-EXIT.
036500     EXIT.
036600
036700* ************************************************************** *
036800* ADDS, CHANGES OR DELETES ONE APPLICANT FROM AN 'APP' CARD.  A  *
036900* CHANGE REPLACES ONLY THE FIELDS PUNCHED; A MAJOR OR ENTRY TERM *
037000* PUNCHED ON EITHER AN ADD OR A CHANGE IS VALIDATED FIRST.       *
037100* ************************************************************** *
037200 120-MAINTAIN-APPLICANT.
037300
037400     IF MC-APP-NUMBER EQUAL SPACES
037500         MOVE 'NO APPLICANT NUMBER' TO DL-DISPOSITION
037600         PERFORM 180-WRITE-REJECT THRU 189-EXIT
037700         GO TO 129-EXIT.
037800*    END-IF.
037900
038000     IF NOT MC-ADD
038100     AND NOT MC-CHANGE
038200     AND NOT MC-DELETE
038300         MOVE 'INVALID ACTION CODE' TO DL-DISPOSITION
038400         PERFORM 180-WRITE-REJECT THRU 189-EXIT
038500         GO TO 129-EXIT.
038600*    END-IF.
038700
038800     IF MC-DELETE
038900         GO TO 128-DELETE-APPLICANT.
039000*    END-IF.
039100
039200     IF MC-ADD
039300         IF MC-APP-NAME EQUAL SPACES
039400         OR MC-APP-MAJOR EQUAL SPACES
039500         OR MC-APP-ENTRY-TERM EQUAL SPACES
039600             MOVE 'NAME, MAJOR AND TERM REQUIRED'
039700                 TO DL-DISPOSITION
039800             PERFORM 180-WRITE-REJECT THRU 189-EXIT
039900             GO TO 129-EXIT
040000         END-IF
040100         IF MC-APP-APPLIED-DATE NOT EQUAL SPACES
040200         AND MC-APP-APPLIED-DATE NOT NUMERIC
040300             MOVE 'DATE APPLIED NOT NUMERIC' TO DL-DISPOSITION
040400             PERFORM 180-WRITE-REJECT THRU 189-EXIT
040500             GO TO 129-EXIT.
040600*        END-IF
040700*    END-IF.
040800
040900     IF MC-APP-MAJOR NOT EQUAL SPACES
041000         IF MC-APP-MAJOR-DEPT NOT NUMERIC
041100             MOVE 'MAJOR NOT A DEPARTMENT' TO DL-DISPOSITION
041200             PERFORM 180-WRITE-REJECT THRU 189-EXIT
041300             GO TO 129-EXIT
041400         END-IF
041500         MOVE MC-APP-MAJOR-DEPT TO DTR-NUMBER
041600         MOVE VSIO-READ TO VSIO-COMMAND
041700         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041800                             DEPARTMENT-TABLE-FILE,
041900                             DEPARTMENT-TABLE-RECORD
042000         IF NOT VSIO-SUCCESS
042100             MOVE 'MAJOR NOT ON DEPTTBL' TO DL-DISPOSITION
042200             PERFORM 180-WRITE-REJECT THRU 189-EXIT
042300             MOVE +0 TO VSIO-RETURN-CODE
042400             GO TO 129-EXIT.
042500*        END-IF
042600*    END-IF.
042700
042800     IF MC-APP-ENTRY-TERM NOT EQUAL SPACES
042900         MOVE SPACES TO SEMESTER-TABLE-RECORD
043000         MOVE MC-APP-ENTRY-TERM TO SMR-CODE
043100         MOVE VSIO-READ TO VSIO-COMMAND
043200         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043300                             SEMESTER-TABLE-FILE,
043400                             SEMESTER-TABLE-RECORD
043500         IF NOT VSIO-SUCCESS
043600             MOVE 'ENTRY TERM NOT ON SEMTBL' TO DL-DISPOSITION
043700             PERFORM 180-WRITE-REJECT THRU 189-EXIT
043800             MOVE +0 TO VSIO-RETURN-CODE
043900             GO TO 129-EXIT.
044000*        END-IF
044100*    END-IF.
044200
044300     IF MC-CHANGE
044400         GO TO 125-CHANGE-APPLICANT.
044500*    END-IF.
044600
044700     MOVE SPACES TO APPLICANT-RECORD.
044800     MOVE MC-APP-NUMBER TO APL-APPLICANT-NO.
044900     MOVE MC-APP-NAME TO APL-NAME.
045000     MOVE ZERO TO APL-ZIPCODE.
045100     MOVE MC-APP-GENDER TO APL-GENDER.
045200     MOVE MC-APP-MAJOR TO APL-MAJOR.
045300     MOVE MC-APP-ENTRY-TERM TO APL-ENTRY-TERM.
045400     MOVE 'AP' TO APL-STATUS.
045500     IF MC-APP-APPLIED-DATE EQUAL SPACES
045600         MOVE WS-TODAY-CCYYMMDD TO APL-APPLIED-DATE
045700     ELSE
045800         MOVE MC-APP-APPLIED-NUM TO APL-APPLIED-DATE.
045900*    END-IF.
046000     MOVE ZERO TO APL-ADMITTED-DATE.
046100     MOVE ZERO TO APL-DENIED-DATE.
046200     MOVE ZERO TO APL-DEPOSIT-DATE.
046300     MOVE ZERO TO APL-WITHDRAWN-DATE.
046400     MOVE SPACES TO APL-STUDENT-ID.
046500     MOVE ZERO TO APL-ONBOARD-DATE.
046600     MOVE VSIO-WRITE TO VSIO-COMMAND.
046700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046800                         APPLICANT-FILE,
046900                         APPLICANT-RECORD.
047000*    END-CALL.
047100     PERFORM 170-JUDGE-RESULT THRU 179-EXIT.
047200     GO TO 129-EXIT.
047300
047400 125-CHANGE-APPLICANT.
047500
047600     PERFORM 122-READ-APPLICANT THRU 123-EXIT.
047700     IF NOT VSIO-SUCCESS
047800         MOVE +0 TO VSIO-RETURN-CODE
047900         GO TO 129-EXIT.
048000*    END-IF.
048100     IF MC-APP-NAME NOT EQUAL SPACES
048200         MOVE MC-APP-NAME TO APL-NAME.
048300*    END-IF.
048400     IF MC-APP-MAJOR NOT EQUAL SPACES
048500         MOVE MC-APP-MAJOR TO APL-MAJOR.
048600*    END-IF.
048700     IF MC-APP-ENTRY-TERM NOT EQUAL SPACES
048800         MOVE MC-APP-ENTRY-TERM TO APL-ENTRY-TERM.
048900*    END-IF.
049000     IF MC-APP-GENDER NOT EQUAL SPACES
049100         MOVE MC-APP-GENDER TO APL-GENDER.
049200*    END-IF.
049300     MOVE VSIO-REWRITE TO VSIO-COMMAND.
049400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049500                         APPLICANT-FILE,
049600                         APPLICANT-RECORD.
049700*    END-CALL.
049800     PERFORM 170-JUDGE-RESULT THRU 179-EXIT.
049900     GO TO 129-EXIT.
050000
050100 128-DELETE-APPLICANT.
050200
050300     PERFORM 122-READ-APPLICANT THRU 123-EXIT.
050400     IF NOT VSIO-SUCCESS
050500         MOVE +0 TO VSIO-RETURN-CODE
050600         GO TO 129-EXIT.
050700*    END-IF.
050800     IF APL-STUDENT-ID NOT EQUAL SPACES
050900         MOVE 'ONBOARDED AS STUDENT - KEPT' TO DL-DISPOSITION
051000         PERFORM 180-WRITE-REJECT THRU 189-EXIT
051100         GO TO 129-EXIT.
051200*    END-IF.
051300     MOVE VSIO-DELETE TO VSIO-COMMAND.
051400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051500                         APPLICANT-FILE,
051600                         APPLICANT-RECORD.
051700*    END-CALL.
051800     PERFORM 170-JUDGE-RESULT THRU 179-EXIT.
051900
052000 129-EXIT.
052100     EXIT.
052200
052300* ************************************************************** *
052400* READS THE APPLICANT NAMED ON THE CARD (ALL THREE CARD TYPES    *
052500* CARRY THE NUMBER IN COLUMNS 7-13); A MISS IS REPORTED AND      *
052600* LEAVES VSIO-RETURN-CODE NONZERO SO THE CALLER SKIPS ITS        *
052700* UPDATE.                                                        *
052800* ************************************************************** *
052900 122-READ-APPLICANT.
053000
053100     MOVE SPACES TO APPLICANT-RECORD.
053200     MOVE MC-APP-NUMBER TO APL-APPLICANT-NO.
053300     MOVE VSIO-READ TO VSIO-COMMAND.
053400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053500                         APPLICANT-FILE,
053600                         APPLICANT-RECORD.
053700*    END-CALL.
053800     IF VSIO-RECORD-NOT-FOUND
053900         MOVE 'APPLICANT NOT ON FILE' TO DL-DISPOSITION
054000         PERFORM 180-WRITE-REJECT THRU 189-EXIT
054100     ELSE
054200         IF NOT VSIO-SUCCESS
054300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
054400             MOVE 'VSAMIO ERROR' TO DL-DISPOSITION
054500             PERFORM 180-WRITE-REJECT THRU 189-EXIT.
054600*        END-IF
054700*    END-IF.
054800
054900 123-EXIT.
055000     EXIT.
055100
055200* ************************************************************** *
055300* THE 'APO' OVERFLOW CARD CARRIES THE MAILING ADDRESS THAT DOES  *
055400* NOT FIT ON THE 'APP' CARD, CHANGE-ONLY AGAINST AN EXISTING     *
055500* APPLICANT.                                                     *
055600* ************************************************************** *
055700 140-APPLY-OVERFLOW.
055800
055900     IF NOT MC-CHANGE
056000         MOVE 'APO CARD MUST BE ACTION C' TO DL-DISPOSITION
056100         PERFORM 180-WRITE-REJECT THRU 189-EXIT
056200         GO TO 149-EXIT.
056300*    END-IF.
056400
056500     PERFORM 122-READ-APPLICANT THRU 123-EXIT.
056600     IF NOT VSIO-SUCCESS
056700         MOVE +0 TO VSIO-RETURN-CODE
056800         GO TO 149-EXIT.
056900*    END-IF.
057000
057100     IF MC-APO-ADDRESS NOT EQUAL SPACES
057200         MOVE MC-APO-ADDRESS TO APL-ADDRESS.
057300*    END-IF.
057400     IF MC-APO-CITY NOT EQUAL SPACES
057500         MOVE MC-APO-CITY TO APL-CITY.
057600*    END-IF.
057700     IF MC-APO-STATE NOT EQUAL SPACES
057800         MOVE MC-APO-STATE TO APL-STATE.
057900*    END-IF.
058000     IF MC-APO-ZIP NUMERIC
058100         MOVE MC-APO-ZIP TO APL-ZIPCODE.
058200*    END-IF.
058300     MOVE VSIO-REWRITE TO VSIO-COMMAND.
058400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058500                         APPLICANT-FILE,
058600                         APPLICANT-RECORD.
058700*    END-CALL.
058800     PERFORM 170-JUDGE-RESULT THRU 179-EXIT.
058900
059000 149-EXIT.
059100     EXIT.
059200
059300* ************************************************************** *
059400* MOVES AN APPLICANT TO A NEW STATUS FROM AN 'STA' CARD AND      *
059500* STAMPS THAT STATUS'S DATE.  ONLY FORWARD MOVES ARE ALLOWED:    *
059600* AP TO AD OR DN, AD TO DP, AND AP, AD OR DP TO WD.  A DENIED    *
059700* OR WITHDRAWN APPLICANT IS CLOSED; A NEW APPLICATION IS ADDED   *
059800* UNDER A NEW NUMBER.                                            *
059900* ************************************************************** *
060000 150-CHANGE-STATUS.
060100
060200     IF NOT MC-CHANGE
060300         MOVE 'STA CARD MUST BE ACTION C' TO DL-DISPOSITION
060400         PERFORM 180-WRITE-REJECT THRU 189-EXIT
060500         GO TO 159-EXIT.
060600*    END-IF.
060700
060800     IF MC-STA-DATE EQUAL SPACES
060900         MOVE WS-TODAY-CCYYMMDD TO WS-STATUS-DATE
061000     ELSE
061100         IF MC-STA-DATE NUMERIC
061200             MOVE MC-STA-DATE-NUM TO WS-STATUS-DATE
061300         ELSE
061400             MOVE 'STATUS DATE NOT NUMERIC' TO DL-DISPOSITION
061500             PERFORM 180-WRITE-REJECT THRU 189-EXIT
061600             GO TO 159-EXIT.
061700*        END-IF
061800*    END-IF.
061900
062000     PERFORM 122-READ-APPLICANT THRU 123-EXIT.
062100     IF NOT VSIO-SUCCESS
062200         MOVE +0 TO VSIO-RETURN-CODE
062300         GO TO 159-EXIT.
062400*    END-IF.
062500
062600     EVALUATE TRUE
062700         WHEN MC-STA-STATUS EQUAL 'AD'
062800         AND APL-APPLIED
062900             MOVE WS-STATUS-DATE TO APL-ADMITTED-DATE
063000         WHEN MC-STA-STATUS EQUAL 'DN'
063100         AND APL-APPLIED
063200             MOVE WS-STATUS-DATE TO APL-DENIED-DATE
063300         WHEN MC-STA-STATUS EQUAL 'DP'
063400         AND APL-ADMITTED
063500             MOVE WS-STATUS-DATE TO APL-DEPOSIT-DATE
063600         WHEN MC-STA-STATUS EQUAL 'WD'
063700         AND (APL-APPLIED OR APL-ADMITTED OR APL-DEPOSITED)
063800             MOVE WS-STATUS-DATE TO APL-WITHDRAWN-DATE
063900         WHEN OTHER
064000             MOVE 'STATUS CHANGE NOT ALLOWED' TO DL-DISPOSITION
064100             PERFORM 180-WRITE-REJECT THRU 189-EXIT
064200             GO TO 159-EXIT
064300     END-EVALUATE.
064400
064500     MOVE MC-STA-STATUS TO APL-STATUS.
064600     MOVE VSIO-REWRITE TO VSIO-COMMAND.
064700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
064800                         APPLICANT-FILE,
064900                         APPLICANT-RECORD.
065000*    END-CALL.
065100     PERFORM 170-JUDGE-RESULT THRU 179-EXIT.
065200
065300 159-EXIT.
065400     EXIT.
065500
065600* ************************************************************** *
065700* TURNS THE LAST VSAMIO RESULT INTO A REGISTER DISPOSITION:      *
065800* SUCCESS COUNTS AS APPLIED, RETURN CODE 20 IS A KEY PROBLEM     *
065900* (DUPLICATE ON A WRITE, NOT-FOUND OTHERWISE), ANYTHING ELSE     *
066000* IS A VSAMIO ERROR.                                             *
066100* ************************************************************** *
066200 170-JUDGE-RESULT.
066300
066400     EVALUATE TRUE
066500         WHEN VSIO-SUCCESS
066600             MOVE 'APPLIED' TO DL-DISPOSITION
066700             PERFORM 175-WRITE-APPLIED THRU 176-EXIT
066800         WHEN VSIO-RECORD-NOT-FOUND
066900             MOVE 'KEY NOT ON FILE / DUPLICATE'
067000                 TO DL-DISPOSITION
067100             PERFORM 180-WRITE-REJECT THRU 189-EXIT
067200             MOVE +0 TO VSIO-RETURN-CODE
067300         WHEN OTHER
067400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
067500             MOVE 'VSAMIO ERROR' TO DL-DISPOSITION
067600             PERFORM 180-WRITE-REJECT THRU 189-EXIT
067700     END-EVALUATE.
067800
067900 179-EXIT.
068000     EXIT.
068100
068200 175-WRITE-APPLIED.
068300
068400     ADD +1 TO APPLIED-COUNTER.
068500     PERFORM 190-WRITE-REGISTER-LINE THRU 199-EXIT.
068600
068700 176-EXIT.
068800     EXIT.
068900
069000 180-WRITE-REJECT.
069100
069200     ADD +1 TO REJECT-COUNTER.
069300     PERFORM 190-WRITE-REGISTER-LINE THRU 199-EXIT.
069400
069500 189-EXIT.
069600     EXIT.
069700
069800 190-WRITE-REGISTER-LINE.
069900
070000     MOVE MC-TYPE TO DL-TYPE.
070100     MOVE MC-ACTION TO DL-ACTION.
070200     MOVE MC-FIELDS (1:40) TO DL-FIELDS.
070300     WRITE REPORT-LINE FROM DETAIL-LINE.
070400
070500 199-EXIT.
070600     EXIT.
070700
070800* ************************************************************** *
070900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
071000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
071100* PROGRAM IN THIS SUITE.                                         *
071200* ************************************************************** *
071300 500-DISPLAY-UNKNOWN-ERROR.
071400
071500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
071600     EXHIBIT NAMED VSIO-RETURN-CODE.
071700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
071800                   VSIO-VSAM-FUNCTION-CODE,
071900                   VSIO-VSAM-FEEDBACK-CODE.
072000
072100 509-EXIT.
072200     EXIT.
