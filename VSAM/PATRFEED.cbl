000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PATRFEED.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* DAILY PATRON FEED FOR THE LIBRARY AND THE ID-CARD OFFICE.     *
000900* BOTH KEEP THEIR OWN STUDENT LISTS; THIS RUN TELLS THEM WHO IS *
001000* ELIGIBLE TODAY.  A STUDENT IS ELIGIBLE WITH AN ENROLLED ('E') *
001100* OR AUDITING ('A') SEAT IN THE CURRENT TERM (THE SEMTBL TERM   *
001200* WHOSE DATES TAKE IN THE RUN DATE) OR THE UPCOMING TERM (THE   *
001300* NEXT TERM TO START AFTER THE RUN DATE).  EACH ELIGIBLE        *
001400* STUDENT GOES OUT AS AN 'A' (ACTIVE) RECORD WITH NAME,         *
001500* ADDRESS, MAJOR, CLASS STANDING AND AN EXPIRATION DATE OF THE  *
001600* END OF THE LAST OF THOSE TERMS THEY HOLD A SEAT IN.           *
001700*                                                               *
001800* CLASS STANDING IS FIGURED FROM EARNED (GRADED) HOURS THROUGH  *
001900* THE SHARED GPACALC ROUTINE, ON THE CLASSRNK BRACKETS:         *
002000*   'FR' UNDER 30, 'SO' UNDER 60, 'JR' UNDER 90,                *
002100*   'SR' 90 AND UP.                                             *
002200*                                                               *
002300* A STUDENT WITH A PRIVACY BLOCK ON PRIVTBL (PRIVMNT) GOES OUT  *
002400* WITH THE NAME ONLY: ADDRESS, MAJOR AND STANDING ARE LEFT      *
002500* BLANK AND PFD-PRIVACY-BLOCK IS 'Y'.                           *
002600*                                                               *
002700* DELETES: THE PRIOR DAY'S FEED IS READ BACK ON DDNAME PATRPREV *
002800* (THE PREVIOUS GENERATION OF THE FEED; DUMMY ON THE FIRST RUN) *
002900* AND MATCHED AGAINST STMASTR BY STUDENT-ID.  A STUDENT SENT AS *
003000* ACTIVE LAST TIME WHO IS NO LONGER ELIGIBLE, OR NO LONGER ON   *
003100* STMASTR, IS SENT AS A 'D' (DELETE) RECORD WITH ID AND NAME.   *
003200*                                                               *
003300* FEED FILE (UT-S-PATRFEED, 120 BYTES, IN STUDENT-ID ORDER):    *
003400* ONE 'H' HEADER WITH THE RUN DATE AND THE TWO TERMS, A 'D'     *
003500* RECORD PER PATRON, AND ONE 'T' TRAILER CARRYING THE DETAIL,   *
003600* ACTIVE, DELETE AND PRIVACY-BLOCKED COUNTS.                    *
003700*                                                               *
003800* MODIFICATION HISTORY.                                         *
003900*   DATE       INIT  DESCRIPTION                                *
004000*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
004100* ************************************************************* *
004200
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000
005100     SELECT PRIOR-FEED-FILE
005200         ASSIGN TO UT-S-PATRPREV.
005300
005400     SELECT FEED-FILE
005500         ASSIGN TO UT-S-PATRFEED.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  PRIOR-FEED-FILE
006000     LABEL RECORDS ARE OMITTED
006100     RECORD CONTAINS 120 CHARACTERS
006200     BLOCK CONTAINS 0 RECORDS
006300     DATA RECORD IS PRIOR-FEED-RECORD.
006400 01  PRIOR-FEED-RECORD.
006500     02  PPR-RECORD-TYPE         PIC X(01).
006600         88  PPR-DETAIL                  VALUE 'D'.
006700     02  PPR-ACTION              PIC X(01).
006800         88  PPR-ACTIVE                  VALUE 'A'.
006900     02  PPR-STUDENT-ID          PIC X(07).
007000     02  PPR-NAME                PIC X(22).
007100     02  FILLER                  PIC X(89).
007200
007300 FD  FEED-FILE
007400     LABEL RECORDS ARE OMITTED
007500     RECORD CONTAINS 120 CHARACTERS
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS FEED-RECORD.
007800 01  FEED-RECORD                 PIC X(120).
007900
008000 WORKING-STORAGE SECTION.
008100 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008200     88  END-OF-FILE                         VALUE 'Y'.
008300 77  PRIOR-EOF-SWITCH            PIC X(01)   VALUE 'N'.
008400     88  PRIOR-EOF                           VALUE 'Y'.
008500 77  STUDENT-ACTIVE-SWITCH       PIC X(01)   VALUE 'N'.
008600     88  STUDENT-ACTIVE                      VALUE 'Y'.
008700 77  STUDENT-ELIGIBLE-SWITCH     PIC X(01)   VALUE 'N'.
008800     88  STUDENT-ELIGIBLE                    VALUE 'Y'.
008900 77  PRIOR-ACTIVE-SWITCH         PIC X(01)   VALUE 'N'.
009000     88  PRIOR-ACTIVE                        VALUE 'Y'.
009100 77  PRIVACY-BLOCKED-SWITCH      PIC X(01)   VALUE 'N'.
009200     88  PRIVACY-BLOCKED                     VALUE 'Y'.
009300
009400 77  STUDENT-COUNTER             PIC S9(8) COMP VALUE ZERO.
009500 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
009600
009700 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
009800 01  FILLER REDEFINES WS-RUN-DATE.
009900     02  WS-RUN-YY               PIC 9(02).
010000     02  WS-RUN-MM               PIC 9(02).
010100     02  WS-RUN-DD               PIC 9(02).
010200 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
010300 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010400 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
010500     02  WS-TODAY-CCYY           PIC 9(04).
010600     02  WS-TODAY-MM             PIC 9(02).
010700     02  WS-TODAY-DD             PIC 9(02).
010800
010900 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
011000 01  GPACALC-PARAMETER-VALUES    COPY GPACALC.
011100
011200* ************************************************************** *
011300* THE TWO TERMS THAT MAKE A STUDENT ELIGIBLE, TAKEN FROM SEMTBL  *
011400* AT THE START OF THE RUN.  EITHER MAY BE BLANK (BETWEEN TERMS   *
011500* THERE IS NO CURRENT TERM; LATE IN THE CALENDAR THERE MAY BE NO *
011600* UPCOMING ONE).                                                 *
011700* ************************************************************** *
011800 01  WS-TERM-FIELDS.
011900     02  WS-CURRENT-TERM         PIC X(06)   VALUE SPACES.
012000     02  WS-CURRENT-END          PIC 9(08)   VALUE ZERO.
012100     02  WS-UPCOMING-TERM        PIC X(06)   VALUE SPACES.
012200     02  WS-UPCOMING-START       PIC 9(08)   VALUE ZERO.
012300     02  WS-UPCOMING-END         PIC 9(08)   VALUE ZERO.
012400
012500 01  CURRENT-STUDENT-FIELDS.
012600     02  WS-CURRENT-ID           PIC X(07).
012700     02  WS-EXPIRATION-DATE      PIC 9(08)   VALUE ZERO.
012800     02  WS-CLASS-STANDING       PIC X(02).
012900
013000 01  WS-FEED-COUNTS.
013100     02  WS-DETAIL-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
013200     02  WS-ACTIVE-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
013300     02  WS-DELETE-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
013400     02  WS-BLOCKED-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
013500
013600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013700 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013800 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
013900 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
014000 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
014100 01  STUDENT-RECORD-AREA         PIC X(83).
014200
014300 01  STUDENT-INFO-RECORD.
014400     02  SIR-STUDENT-ID          PIC X(07).
014500     02  SIR-KEY-ID              PIC 9(03).
014600     02  SIR-NAME                PIC X(22).
014700     02  SIR-ADDRESS             PIC X(25).
014800     02  SIR-CITY                PIC X(15).
014900     02  SIR-STATE               PIC X(02).
015000     02  SIR-ZIPCODE             PIC 9(05).
015100     02  SIR-GENDER              PIC X(01).
015200     02  SIR-MAJOR               PIC X(03).
015300
015400 01  COURSE-INFO-RECORD.
015500     02  CIR-STUDENT-ID          PIC X(07).
015600     02  CIR-KEY-ID              PIC 9(03).
015700     02  CIR-COURSE-ID           PIC 9(06).
015800     02  FILLER                  REDEFINES CIR-COURSE-ID.
015900         03  CIR-DEPARTMENT      PIC 9(02).
016000         03  CIR-COURSE          PIC 9(03).
016100         03  CIR-SECTION         PIC 9(01).
016200     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
016300     02  CIR-STATUS              PIC X(01).
016400         88  CIR-ON-ROSTER               VALUE 'E' 'A'.
016500     02  CIR-SEMESTER            PIC X(06).
016600     02  CIR-ENROLL-DATE         PIC 9(08).
016700     02  CIR-DROP-DATE           PIC 9(08).
016800
016900 01  COURSE-TABLE-RECORD.
017000     02  CTR-DEPARTMENT          PIC 9(02).
017100     02  CTR-NUMBER              PIC 9(03).
017200     02  CTR-DESCRIPTION         PIC X(50).
017300     02  CTR-CREDIT-HOURS        PIC 9(01).
017400
017500 01  SEMESTER-TABLE-RECORD.
017600     02  SMR-CODE                PIC X(06).
017700     02  SMR-DESCRIPTION         PIC X(20).
017800     02  SMR-START-DATE          PIC 9(08).
017900     02  SMR-END-DATE            PIC 9(08).
018000     02  FILLER                  PIC X(82).
018100
018200 01  PRIVACY-BLOCK-RECORD.
018300     02  PRV-STUDENT-ID          PIC X(07).
018400     02  PRV-REQUEST-DATE        PIC 9(08).
018500     02  PRV-ENTERED-DATE        PIC 9(08).
018600     02  PRV-OPERATOR-ID         PIC X(08).
018700     02  FILLER                  PIC X(09).
018800
018900* ************************************************************** *
019000* FEED FILE LAYOUTS.  PFD-ACTION IS 'A' ACTIVE OR 'D' DELETE;    *
019100* A DELETE CARRIES THE STUDENT-ID AND NAME ONLY.                 *
019200* ************************************************************** *
019300 01  FEED-HEADER.
019400     02  PFH-RECORD-TYPE         PIC X(01)   VALUE 'H'.
019500     02  PFH-FEED-NAME           PIC X(08)   VALUE 'PATRFEED'.
019600     02  PFH-RUN-DATE            PIC 9(08).
019700     02  PFH-RUN-TIME            PIC 9(08).
019800     02  PFH-CURRENT-TERM        PIC X(06).
019900     02  PFH-UPCOMING-TERM       PIC X(06).
020000     02  FILLER                  PIC X(83)   VALUE SPACES.
020100
020200 01  FEED-DETAIL.
020300     02  PFD-RECORD-TYPE         PIC X(01)   VALUE 'D'.
020400     02  PFD-ACTION              PIC X(01).
020500     02  PFD-STUDENT-ID          PIC X(07).
020600     02  PFD-NAME                PIC X(22).
020700     02  PFD-ADDRESS             PIC X(25).
020800     02  PFD-CITY                PIC X(15).
020900     02  PFD-STATE               PIC X(02).
021000     02  PFD-ZIPCODE             PIC X(05).
021100     02  PFD-MAJOR               PIC X(03).
021200     02  PFD-CLASS-STANDING      PIC X(02).
021300     02  PFD-TERM                PIC X(06).
021400     02  PFD-EXPIRATION-DATE     PIC 9(08).
021500     02  PFD-PRIVACY-BLOCK       PIC X(01).
021600     02  FILLER                  PIC X(22)   VALUE SPACES.
021700
021800 01  FEED-TRAILER.
021900     02  PFT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
022000     02  PFT-DETAIL-COUNT        PIC 9(07).
022100     02  PFT-ACTIVE-COUNT        PIC 9(07).
022200     02  PFT-DELETE-COUNT        PIC 9(07).
022300     02  PFT-BLOCKED-COUNT       PIC 9(07).
022400     02  FILLER                  PIC X(91)   VALUE SPACES.
022500
022600 PROCEDURE DIVISION.
022700
022800 000-INITIATE.
022900
023000     ACCEPT WS-RUN-DATE FROM DATE.
023100     ACCEPT WS-RUN-TIME FROM TIME.
023200     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
023300     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
023400     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
023500     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
023600     MOVE WS-RUN-MM TO WS-TODAY-MM.
023700     MOVE WS-RUN-DD TO WS-TODAY-DD.
023800
023900     PERFORM 050-FIND-TERMS THRU 059-EXIT.
024000     IF WS-CURRENT-TERM EQUAL SPACES
024100     AND WS-UPCOMING-TERM EQUAL SPACES
024200         DISPLAY 'PATRFEED: NO CURRENT OR UPCOMING TERM ON '
024300                 'SEMTBL - STOPPING'
024400         MOVE +8 TO RETURN-CODE
024500         STOP RUN.
024600*    END-IF.
024700
024800     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
024900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
025000     MOVE VSIO-SEQUENTIAL TO
025100         VSIO-ACCESS OF STUDENT-MASTER-FILE.
025200     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
025300     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
025400     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
025500     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
025600     MOVE VSIO-OPEN TO VSIO-COMMAND.
025700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025800                         STUDENT-MASTER-FILE,
025900                         STUDENT-RECORD-AREA.
026000*    END-CALL.
026100     IF NOT VSIO-SUCCESS
026200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026300         MOVE +8 TO RETURN-CODE
026400         STOP RUN.
026500*    END-IF.
026600
026700     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
026800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
026900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
027000     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
027100     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
027200     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
027300     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
027400     MOVE VSIO-OPEN TO VSIO-COMMAND.
027500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027600                         COURSE-TABLE-FILE,
027700                         COURSE-TABLE-RECORD.
027800*    END-CALL.
027900     IF NOT VSIO-SUCCESS
028000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028100         MOVE +8 TO RETURN-CODE
028200         STOP RUN.
028300*    END-IF.
028400
028500     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
028600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
028700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
028800     MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
028900     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
029000     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
029100     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
029200     MOVE VSIO-OPEN TO VSIO-COMMAND.
029300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029400                         PRIVACY-TABLE-FILE,
029500                         PRIVACY-BLOCK-RECORD.
029600*    END-CALL.
029700     IF NOT VSIO-SUCCESS
029800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029900         MOVE +8 TO RETURN-CODE
030000         STOP RUN.
030100*    END-IF.
030200
030300     OPEN INPUT PRIOR-FEED-FILE.
030400     OPEN OUTPUT FEED-FILE.
030500     MOVE WS-TODAY-CCYYMMDD TO PFH-RUN-DATE.
030600     MOVE WS-RUN-TIME TO PFH-RUN-TIME.
030700     MOVE WS-CURRENT-TERM TO PFH-CURRENT-TERM.
030800     MOVE WS-UPCOMING-TERM TO PFH-UPCOMING-TERM.
030900     WRITE FEED-RECORD FROM FEED-HEADER.
031000
031100     PERFORM 150-READ-PRIOR THRU 159-EXIT.
031200
031300 010-PROCESS.
031400
031500     PERFORM 110-PROCESS-RECORD
031600        THRU 119-EXIT
031700       UNTIL END-OF-FILE.
031800*    END-PERFORM.
031900
032000     IF STUDENT-ACTIVE
032100         PERFORM 130-FINISH-STUDENT THRU 139-EXIT.
032200*    END-IF.
032300
032400     PERFORM 160-DELETE-UNMATCHED-PRIOR
032500        THRU 169-EXIT
032600       UNTIL PRIOR-EOF.
032700*    END-PERFORM.
032800
032900 020-TERMINATE.
033000
033100     MOVE WS-DETAIL-COUNT TO PFT-DETAIL-COUNT.
033200     MOVE WS-ACTIVE-COUNT TO PFT-ACTIVE-COUNT.
033300     MOVE WS-DELETE-COUNT TO PFT-DELETE-COUNT.
033400     MOVE WS-BLOCKED-COUNT TO PFT-BLOCKED-COUNT.
033500     WRITE FEED-RECORD FROM FEED-TRAILER.
033600     CLOSE PRIOR-FEED-FILE.
033700     CLOSE FEED-FILE.
033800
033900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
034000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034100                         STUDENT-MASTER-FILE,
034200                         STUDENT-RECORD-AREA.
034300*    END-CALL.
034400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034500                         COURSE-TABLE-FILE,
034600                         COURSE-TABLE-RECORD.
034700*    END-CALL.
034800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034900                         PRIVACY-TABLE-FILE,
035000                         PRIVACY-BLOCK-RECORD.
035100*    END-CALL.
035200
035300     IF ERROR-COUNTER NOT EQUAL ZERO
035400         MOVE +8 TO RETURN-CODE.
035500*    END-IF.
035600
035700     DISPLAY 'PATRFEED: CURRENT TERM:      ' WS-CURRENT-TERM.
035800     DISPLAY 'PATRFEED: UPCOMING TERM:     ' WS-UPCOMING-TERM.
035900     DISPLAY 'PATRFEED: STUDENTS READ:     ' STUDENT-COUNTER.
036000     DISPLAY 'PATRFEED: DETAIL RECORDS:    ' PFT-DETAIL-COUNT.
036100     DISPLAY 'PATRFEED:   ACTIVE:          ' PFT-ACTIVE-COUNT.
036200     DISPLAY 'PATRFEED:   DELETES:         ' PFT-DELETE-COUNT.
036300     DISPLAY 'PATRFEED:   PRIVACY BLOCKED: ' PFT-BLOCKED-COUNT.
036400     DISPLAY 'PATRFEED: ERRORS:            ' ERROR-COUNTER.
036500     STOP RUN.
036600
036700* ************************************************************** *
036800* ONE PASS OF THE SEMTBL CALENDAR FOR THE CURRENT TERM (START    *
036900* NOT AFTER TODAY, END NOT BEFORE IT) AND THE UPCOMING TERM (THE *
037000* EARLIEST START AFTER TODAY).                                   *
037100* ************************************************************** *
037200 050-FIND-TERMS.
037300
037400     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
037500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
037600     MOVE VSIO-SEQUENTIAL TO
037700         VSIO-ACCESS OF SEMESTER-TABLE-FILE.
037800     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
037900     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
038000     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
038100     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
038200     MOVE VSIO-OPEN TO VSIO-COMMAND.
038300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038400                         SEMESTER-TABLE-FILE,
038500                         SEMESTER-TABLE-RECORD.
038600*    END-CALL.
038700     IF NOT VSIO-SUCCESS
038800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
038900         MOVE +8 TO RETURN-CODE
039000         STOP RUN.
039100*    END-IF.
039200
039300     MOVE 'N' TO END-OF-FILE-SWITCH.
039400     PERFORM 055-CHECK-ONE-TERM
039500        THRU 055-EXIT
039600       UNTIL END-OF-FILE.
039700*    END-PERFORM.
039800     MOVE 'N' TO END-OF-FILE-SWITCH.
039900
040000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
040100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040200                         SEMESTER-TABLE-FILE,
040300                         SEMESTER-TABLE-RECORD.
040400*    END-CALL.
040500
040600 059-EXIT.
040700     EXIT.
040800
040900 055-CHECK-ONE-TERM.
041000
041100     MOVE VSIO-READ TO VSIO-COMMAND.
041200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041300                         SEMESTER-TABLE-FILE,
041400                         SEMESTER-TABLE-RECORD.
041500*    END-CALL.
041600     IF NOT VSIO-SUCCESS
041700         IF VSIO-END-OF-FILE
041800             MOVE 'Y' TO END-OF-FILE-SWITCH
041900             GO TO 055-EXIT
042000         ELSE
042100             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042200             MOVE +8 TO RETURN-CODE
042300             STOP RUN.
042400*        END-IF
042500*    END-IF.
042600
042700     IF SMR-START-DATE NOT NUMERIC
042800     OR SMR-END-DATE NOT NUMERIC
042900         GO TO 055-EXIT.
043000*    END-IF.
043100
043200     IF SMR-START-DATE NOT GREATER THAN WS-TODAY-CCYYMMDD
043300     AND SMR-END-DATE NOT LESS THAN WS-TODAY-CCYYMMDD
043400     AND WS-CURRENT-TERM EQUAL SPACES
043500         MOVE SMR-CODE TO WS-CURRENT-TERM
043600         MOVE SMR-END-DATE TO WS-CURRENT-END
043700         GO TO 055-EXIT.
043800*    END-IF.
043900
044000     IF SMR-START-DATE GREATER THAN WS-TODAY-CCYYMMDD
044100         IF WS-UPCOMING-TERM EQUAL SPACES
044200         OR SMR-START-DATE LESS THAN WS-UPCOMING-START
044300             MOVE SMR-CODE TO WS-UPCOMING-TERM
044400             MOVE SMR-START-DATE TO WS-UPCOMING-START
044500             MOVE SMR-END-DATE TO WS-UPCOMING-END.
044600*        END-IF
044700*    END-IF.
044800
044900 055-EXIT.
045000     EXIT.
045100
045200* ************************************************************** *
045300* ONE STMASTR RECORD.  A DEMOGRAPHIC RECORD FINISHES THE STUDENT *
045400* BEFORE IT AND STARTS A NEW ONE; AN ENROLLMENT IS CHECKED FOR   *
045500* ELIGIBILITY AND ADDED TO THE EARNED-HOURS LIST.                *
045600* ************************************************************** *
045700 110-PROCESS-RECORD.
045800
045900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
046000     MOVE VSIO-READ TO VSIO-COMMAND.
046100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046200                         STUDENT-MASTER-FILE,
046300                         STUDENT-RECORD-AREA.
046400*    END-CALL.
046500     IF NOT VSIO-SUCCESS
046600         IF VSIO-END-OF-FILE
046700             MOVE 'Y' TO END-OF-FILE-SWITCH
046800             GO TO 119-EXIT
046900         ELSE
047000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047100             ADD +1 TO ERROR-COUNTER
047200             MOVE 'Y' TO END-OF-FILE-SWITCH
047300             GO TO 119-EXIT.
047400*        END-IF
047500*    END-IF.
047600
047700     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
047800     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
047900         GO TO 119-EXIT.
048000*    END-IF.
048100
048200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
048300         IF STUDENT-ACTIVE
048400             PERFORM 130-FINISH-STUDENT THRU 139-EXIT
048500         END-IF
048600         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
048700         MOVE SIR-STUDENT-ID TO WS-CURRENT-ID
048800         MOVE ZERO TO WS-EXPIRATION-DATE
048900         MOVE ZERO TO GPAC-COURSE-COUNT
049000         MOVE 'N' TO STUDENT-ELIGIBLE-SWITCH
049100         MOVE 'Y' TO STUDENT-ACTIVE-SWITCH
049200         ADD +1 TO STUDENT-COUNTER
049300     ELSE
049400         MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD
049500         PERFORM 120-ACCUMULATE-COURSE THRU 129-EXIT.
049600*    END-IF.
049700
049800 119-EXIT.
049900     EXIT.
050000
050100* ************************************************************** *
050200* A SEAT HELD IN THE CURRENT OR UPCOMING TERM MAKES THE STUDENT  *
050300* ELIGIBLE THROUGH THE END OF THAT TERM.  A GRADED COURSE IS     *
050400* LISTED FOR GPACALC THE WAY CLASSRNK LISTS IT.                  *
050500* ************************************************************** *
050600 120-ACCUMULATE-COURSE.
050700
050800     IF CIR-ON-ROSTER
050900         IF CIR-SEMESTER EQUAL WS-CURRENT-TERM
051000         AND WS-CURRENT-TERM NOT EQUAL SPACES
051100             MOVE 'Y' TO STUDENT-ELIGIBLE-SWITCH
051200             IF WS-CURRENT-END GREATER THAN WS-EXPIRATION-DATE
051300                 MOVE WS-CURRENT-END TO WS-EXPIRATION-DATE
051400             END-IF
051500         END-IF
051600         IF CIR-SEMESTER EQUAL WS-UPCOMING-TERM
051700         AND WS-UPCOMING-TERM NOT EQUAL SPACES
051800             MOVE 'Y' TO STUDENT-ELIGIBLE-SWITCH
051900             IF WS-UPCOMING-END GREATER THAN WS-EXPIRATION-DATE
052000                 MOVE WS-UPCOMING-END TO WS-EXPIRATION-DATE
052100             END-IF
052200         END-IF.
052300*    END-IF.
052400
052500     IF CIR-GRADE EQUAL ZERO
052600         GO TO 129-EXIT.
052700*    END-IF.
052800
052900     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
053000     MOVE CIR-COURSE TO CTR-NUMBER.
053100     MOVE VSIO-READ TO VSIO-COMMAND.
053200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053300                         COURSE-TABLE-FILE,
053400                         COURSE-TABLE-RECORD.
053500*    END-CALL.
053600     IF NOT VSIO-SUCCESS
053700         MOVE ZERO TO CTR-CREDIT-HOURS
053800         MOVE +0 TO VSIO-RETURN-CODE.
053900*    END-IF.
054000
054100     IF GPAC-COURSE-COUNT NOT LESS THAN 200
054200         GO TO 129-EXIT.
054300*    END-IF.
054400     ADD +1 TO GPAC-COURSE-COUNT.
054500     MOVE CIR-DEPARTMENT TO GPAC-DEPARTMENT (GPAC-COURSE-COUNT).
054600     MOVE CIR-COURSE TO GPAC-COURSE (GPAC-COURSE-COUNT).
054700     MOVE CIR-GRADE TO GPAC-GRADE (GPAC-COURSE-COUNT).
054800     MOVE CTR-CREDIT-HOURS TO GPAC-HOURS (GPAC-COURSE-COUNT).
054900
055000 129-EXIT.
055100     EXIT.
055200
055300* ************************************************************** *
055400* FINISHES THE STUDENT JUST PASSED.  THE PRIOR FEED IS BROUGHT   *
055500* UP TO THE STUDENT (SENDING DELETES FOR PATRONS NO LONGER ON    *
055600* STMASTR); THEN AN ELIGIBLE STUDENT GOES OUT ACTIVE, AND ONE    *
055700* SENT ACTIVE LAST TIME BUT NOT ELIGIBLE NOW GOES OUT AS A       *
055800* DELETE.                                                        *
055900* ************************************************************** *
056000 130-FINISH-STUDENT.
056100
056200     PERFORM 160-DELETE-UNMATCHED-PRIOR
056300        THRU 169-EXIT
056400       UNTIL PRIOR-EOF
056500          OR PPR-STUDENT-ID NOT LESS THAN WS-CURRENT-ID.
056600*    END-PERFORM.
056700
056800     MOVE 'N' TO PRIOR-ACTIVE-SWITCH.
056900     IF NOT PRIOR-EOF
057000     AND PPR-STUDENT-ID EQUAL WS-CURRENT-ID
057100         IF PPR-ACTIVE
057200             MOVE 'Y' TO PRIOR-ACTIVE-SWITCH
057300         END-IF
057400         PERFORM 150-READ-PRIOR THRU 159-EXIT.
057500*    END-IF.
057600
057700     IF NOT STUDENT-ELIGIBLE
057800         IF PRIOR-ACTIVE
057900             MOVE SPACES TO FEED-DETAIL
058000             MOVE 'D' TO PFD-RECORD-TYPE
058100             MOVE 'D' TO PFD-ACTION
058200             MOVE WS-CURRENT-ID TO PFD-STUDENT-ID
058300             MOVE SIR-NAME TO PFD-NAME
058400             MOVE ZERO TO PFD-EXPIRATION-DATE
058500             PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT
058600         END-IF
058700         GO TO 139-EXIT.
058800*    END-IF.
058900
059000     PERFORM 140-CHECK-PRIVACY THRU 149-EXIT.
059100
059200     MOVE SPACES TO FEED-DETAIL.
059300     MOVE 'D' TO PFD-RECORD-TYPE.
059400     MOVE 'A' TO PFD-ACTION.
059500     MOVE WS-CURRENT-ID TO PFD-STUDENT-ID.
059600     MOVE SIR-NAME TO PFD-NAME.
059700     MOVE WS-EXPIRATION-DATE TO PFD-EXPIRATION-DATE.
059800     IF WS-EXPIRATION-DATE EQUAL WS-UPCOMING-END
059900     AND WS-UPCOMING-TERM NOT EQUAL SPACES
060000         MOVE WS-UPCOMING-TERM TO PFD-TERM
060100     ELSE
060200         MOVE WS-CURRENT-TERM TO PFD-TERM.
060300*    END-IF.
060400
060500     IF PRIVACY-BLOCKED
060600         MOVE 'Y' TO PFD-PRIVACY-BLOCK
060700         ADD +1 TO WS-BLOCKED-COUNT
060800         PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT
060900         GO TO 139-EXIT.
061000*    END-IF.
061100
061200     MOVE GPAC-COMPUTE-GPA TO GPAC-COMMAND.
061300     CALL 'GPACALC' USING GPAC-PARAMETER-BLOCK.
061400     EVALUATE TRUE
061500         WHEN GPAC-TOTAL-HOURS LESS THAN +30
061600             MOVE 'FR' TO WS-CLASS-STANDING
061700         WHEN GPAC-TOTAL-HOURS LESS THAN +60
061800             MOVE 'SO' TO WS-CLASS-STANDING
061900         WHEN GPAC-TOTAL-HOURS LESS THAN +90
062000             MOVE 'JR' TO WS-CLASS-STANDING
062100         WHEN OTHER
062200             MOVE 'SR' TO WS-CLASS-STANDING
062300     END-EVALUATE.
062400
062500     MOVE 'N' TO PFD-PRIVACY-BLOCK.
062600     MOVE SIR-ADDRESS TO PFD-ADDRESS.
062700     MOVE SIR-CITY TO PFD-CITY.
062800     MOVE SIR-STATE TO PFD-STATE.
062900     MOVE SIR-ZIPCODE TO PFD-ZIPCODE.
063000     MOVE SIR-MAJOR TO PFD-MAJOR.
063100     MOVE WS-CLASS-STANDING TO PFD-CLASS-STANDING.
063200     PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT.
063300
063400 139-EXIT.
063500     EXIT.
063600
063700* ************************************************************** *
063800* LOOKS THE STUDENT UP ON PRIVTBL.  ON FILE MEANS BLOCKED.       *
063900* ************************************************************** *
064000 140-CHECK-PRIVACY.
064100
064200     MOVE 'N' TO PRIVACY-BLOCKED-SWITCH.
064300     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
064400     MOVE WS-CURRENT-ID TO PRV-STUDENT-ID.
064500     MOVE VSIO-READ TO VSIO-COMMAND.
064600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
064700                         PRIVACY-TABLE-FILE,
064800                         PRIVACY-BLOCK-RECORD.
064900*    END-CALL.
065000
065100     EVALUATE TRUE
065200         WHEN VSIO-SUCCESS
065300             MOVE 'Y' TO PRIVACY-BLOCKED-SWITCH
065400         WHEN VSIO-RECORD-NOT-FOUND
065500             MOVE +0 TO VSIO-RETURN-CODE
065600         WHEN OTHER
065700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
065800             ADD +1 TO ERROR-COUNTER
065900             MOVE 'Y' TO PRIVACY-BLOCKED-SWITCH
066000     END-EVALUATE.
066100
066200 149-EXIT.
066300     EXIT.
066400
066500* ************************************************************** *
066600* READS THE NEXT PATRON FROM THE PRIOR FEED, STEPPING OVER ITS   *
066700* HEADER AND TRAILER.                                            *
066800* ************************************************************** *
066900 150-READ-PRIOR.
067000
067100     READ PRIOR-FEED-FILE
067200         AT END
067300             MOVE 'Y' TO PRIOR-EOF-SWITCH
067400             GO TO 159-EXIT.
067500*    END-READ.
067600
067700     IF NOT PPR-DETAIL
067800         GO TO 150-READ-PRIOR.
067900*    END-IF.
068000
068100 159-EXIT.
068200     EXIT.
068300
068400* ************************************************************** *
068500* A PATRON ON THE PRIOR FEED WITH NO STUDENT TO MATCH ON         *
068600* STMASTR.  ONE SENT ACTIVE IS NOW SENT AS A DELETE.             *
068700* ************************************************************** *
068800 160-DELETE-UNMATCHED-PRIOR.
068900
069000     IF PPR-ACTIVE
069100         MOVE SPACES TO FEED-DETAIL
069200         MOVE 'D' TO PFD-RECORD-TYPE
069300         MOVE 'D' TO PFD-ACTION
069400         MOVE PPR-STUDENT-ID TO PFD-STUDENT-ID
069500         MOVE PPR-NAME TO PFD-NAME
069600         MOVE ZERO TO PFD-EXPIRATION-DATE
069700         PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT.
069800*    END-IF.
069900
070000     PERFORM 150-READ-PRIOR THRU 159-EXIT.
070100
070200 169-EXIT.
070300     EXIT.
070400
070500* ************************************************************** *
070600* WRITES THE PATRON RECORD BUILT BY THE CALLER AND COUNTS IT FOR *
070700* THE TRAILER.                                                   *
070800* ************************************************************** *
070900 300-WRITE-FEED-DETAIL.
071000
071100     WRITE FEED-RECORD FROM FEED-DETAIL.
071200     ADD +1 TO WS-DETAIL-COUNT.
071300     IF PFD-ACTION EQUAL 'A'
071400         ADD +1 TO WS-ACTIVE-COUNT
071500     ELSE
071600         ADD +1 TO WS-DELETE-COUNT.
071700*    END-IF.
071800
071900 309-EXIT.
072000     EXIT.
072100
072200* ************************************************************** *
072300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
072400* OTHER THAN SUCCESS OR END-OF-FILE.                             *
072500* ************************************************************** *
072600 500-DISPLAY-UNKNOWN-ERROR.
072700
072800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
072900     EXHIBIT NAMED VSIO-RETURN-CODE.
073000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
073100                   VSIO-VSAM-FUNCTION-CODE,
073200                   VSIO-VSAM-FEEDBACK-CODE.
073300
073400 509-EXIT.
073500     EXIT.
