000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LMSFEED.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* NIGHTLY ROSTER FEED FOR THE LEARNING-MANAGEMENT SYSTEM.  THE  *
000900* LMS BUILDS ITS COURSE SHELLS FROM OUR SECTION ROSTERS; THIS   *
001000* RUN SENDS IT, PER SECTION AND SEMESTER, EVERY CHANGE TO THOSE *
001100* ROSTERS SINCE THE LAST FEED:                                  *
001200*   ADD  A STUDENT ENROLLED OR AUDITING (NEW SEAT, REINSTATED   *
001300*        SEAT, OR A CHANGE BETWEEN CREDIT AND AUDIT);           *
001400*   DRP  A SEAT DELETED, OR MOVED TO ANOTHER SECTION;           *
001500*   WDR  A SEAT WITHDRAWN ('X');                                *
001600*   PRM  A WAITLISTED SEAT PROMOTED INTO THE SECTION;           *
001700*   INS  THE SECTION'S INSTRUCTOR (STR-INSTRUCTOR-ID) SET OR    *
001800*        CHANGED -- A BLANK ID MEANS NO INSTRUCTOR ASSIGNED.    *
001900*                                                               *
002000* THE CHANGES ARE TAKEN FROM THE VSIOAUD BEFORE/AFTER JOURNAL   *
002100* THAT VSAMIO WRITES FOR EVERY STMASTR AND SECTTBL UPDATE, IN   *
002200* JOURNAL ORDER, SO ONLY WHAT CHANGED GOES OUT.  THE DATE AND   *
002300* TIME OF THE LAST JOURNAL RECORD FED ARE KEPT ON THE RUNCTL    *
002400* CLUSTER (FUNCTION 'LMSFEED', GENERATION 'LASTSENT') AND THE   *
002500* NEXT RUN STARTS AFTER THEM.  THE FEED MUST THEREFORE RUN      *
002600* AHEAD OF THE AUDROTAT CUTOVER, OR WITH THE NEWEST ARCHIVE     *
002700* GENERATION CONCATENATED AHEAD OF THE LIVE JOURNAL ON THE      *
002800* VSIOAUD DD (RECORDS ALREADY FED ARE SKIPPED).                 *
002900*                                                               *
003000* A 'FULL' CARD SENDS A FULL REFRESH FOR ONE SEMESTER INSTEAD,  *
003100* FOR TERM START: AN ADD FOR EVERY ENROLLED OR AUDITING SEAT ON *
003200* STMASTR AND AN INS FOR EVERY SECTION ON SECTTBL WITH AN       *
003300* INSTRUCTOR.  THE JOURNAL MARK IS THEN MOVED UP TO THE RUN.    *
003400*                                                               *
003500* FEED FILE (UT-S-LMSFEED, 80 BYTES): ONE 'H' HEADER, A 'D'     *
003600* RECORD PER CHANGE, AND ONE 'T' TRAILER CARRYING THE DETAIL    *
003700* COUNT AND THE COUNT OF EACH ACTION FOR THE LMS TO PROVE       *
003800* AGAINST.                                                      *
003900*                                                               *
004000* SYSIN CARD: COLS 1-4  'FULL' FOR A FULL REFRESH, ELSE BLANK;  *
004100*             COLS 6-11 SEMESTER (REQUIRED FOR A FULL REFRESH;  *
004200*                       ON A CHANGE FEED, LIMITS IT TO ONE      *
004300*                       SEMESTER WHEN GIVEN).                   *
004400*                                                               *
004500* MODIFICATION HISTORY.                                         *
004600*   DATE       INIT  DESCRIPTION                                *
004700*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
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
006100     SELECT AUDIT-FILE
006200         ASSIGN TO UT-S-VSIOAUD.
006300
006400     SELECT FEED-FILE
006500         ASSIGN TO UT-S-LMSFEED.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CONTROL-CARD-FILE
007000     LABEL RECORDS ARE OMITTED
007100     RECORD CONTAINS 80 CHARACTERS
007200     BLOCK CONTAINS 0 RECORDS
007300     DATA RECORD IS CONTROL-CARD-RECORD.
007400 01  CONTROL-CARD-RECORD.
007500     02  CC-MODE                 PIC X(04).
007600         88  CC-FULL-REFRESH             VALUE 'FULL'.
007700     02  FILLER                  PIC X(01).
007800     02  CC-SEMESTER             PIC X(06).
007900     02  FILLER                  PIC X(69).
008000
008100 FD  AUDIT-FILE
008200     LABEL RECORDS ARE OMITTED
008300     RECORD CONTAINS 280 CHARACTERS
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS AUDIT-RECORD.
008600 01  AUDIT-RECORD.
008700     02  VAR-DATE                PIC 9(06).
008800     02  FILLER REDEFINES VAR-DATE.
008900         03  VAR-DATE-YY         PIC 9(02).
009000         03  VAR-DATE-MMDD       PIC 9(04).
009100     02  FILLER                  PIC X(01).
009200     02  VAR-TIME                PIC 9(08).
009300     02  FILLER                  PIC X(01).
009400     02  VAR-DDNAME              PIC X(08).
009500     02  FILLER                  PIC X(01).
009600     02  VAR-COMMAND             PIC X(02).
009700     02  FILLER                  PIC X(01).
009800     02  VAR-KEY                 PIC X(36).
009900     02  FILLER                  PIC X(01).
010000     02  VAR-BEFORE-IMAGE        PIC X(100).
010100     02  FILLER                  PIC X(01).
010200     02  VAR-AFTER-IMAGE         PIC X(100).
010300     02  FILLER                  PIC X(01).
010400     02  VAR-OPERATOR-ID         PIC X(08).
010500     02  FILLER                  PIC X(01).
010600     02  VAR-RECORD-LENGTH       PIC 9(04).
010700
010800 FD  FEED-FILE
010900     LABEL RECORDS ARE OMITTED
011000     RECORD CONTAINS 80 CHARACTERS
011100     BLOCK CONTAINS 0 RECORDS
011200     DATA RECORD IS FEED-RECORD.
011300 01  FEED-RECORD                 PIC X(80).
011400
011500 WORKING-STORAGE SECTION.
011600 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
011700     88  END-OF-FILE                         VALUE 'Y'.
011800 77  RUN-CONTROL-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
011900     88  RUN-CONTROL-FOUND                   VALUE 'Y'.
012000
012100 77  JOURNAL-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
012200 77  JOURNAL-NEW-COUNTER         PIC S9(8) COMP VALUE ZERO.
012300 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
012400
012500 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
012600 01  FILLER REDEFINES WS-RUN-DATE.
012700     02  WS-RUN-YY               PIC 9(02).
012800     02  WS-RUN-MM               PIC 9(02).
012900     02  WS-RUN-DD               PIC 9(02).
013000 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
013100 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
013200 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
013300     02  WS-TODAY-CCYY           PIC 9(04).
013400     02  WS-TODAY-MM             PIC 9(02).
013500     02  WS-TODAY-DD             PIC 9(02).
013600
013700 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
013800
013900* ************************************************************** *
014000* JOURNAL TIME STAMPS (CCYYMMDD + HHMMSSHH) FOR COMPARING A      *
014100* JOURNAL RECORD WITH THE MARK LEFT BY THE LAST FEED.            *
014200* ************************************************************** *
014300 01  WS-STAMP-FIELDS.
014400     02  WS-MARK-STAMP.
014500         03  WS-MARK-CCYYMMDD    PIC 9(08)   VALUE ZERO.
014600         03  WS-MARK-TIME        PIC 9(08)   VALUE ZERO.
014700     02  WS-NEW-MARK-STAMP.
014800         03  WS-NEW-MARK-CCYYMMDD PIC 9(08)  VALUE ZERO.
014900         03  WS-NEW-MARK-TIME    PIC 9(08)   VALUE ZERO.
015000     02  WS-RECORD-STAMP.
015100         03  WS-RECORD-CCYYMMDD  PIC 9(08)   VALUE ZERO.
015200         03  FILLER REDEFINES WS-RECORD-CCYYMMDD.
015300             04  WS-RECORD-CCYY  PIC 9(04).
015400             04  WS-RECORD-MMDD  PIC 9(04).
015500         03  WS-RECORD-TIME      PIC 9(08)   VALUE ZERO.
015600     02  WS-LAST-YY              PIC 9(02)   VALUE ZERO.
015700     02  WS-LAST-CCYY            PIC 9(04)   VALUE ZERO.
015800     02  WS-WORK-DATE            PIC 9(06)   VALUE ZERO.
015900     02  FILLER REDEFINES WS-WORK-DATE.
016000         03  WS-WORK-YY          PIC 9(02).
016100         03  WS-WORK-MMDD        PIC 9(04).
016200
016300 01  WS-FEED-COUNTS.
016400     02  WS-DETAIL-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
016500     02  WS-ADD-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
016600     02  WS-DROP-COUNT           PIC S9(7) COMP-3 VALUE ZERO.
016700     02  WS-WITHDRAW-COUNT       PIC S9(7) COMP-3 VALUE ZERO.
016800     02  WS-PROMOTE-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
016900     02  WS-INSTRUCTOR-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
017000
017100* ************************************************************** *
017200* THE BEFORE AND AFTER IMAGES OF A JOURNALED ENROLLMENT RECORD.  *
017300* A SEAT IS ON THE ROSTER WHILE ENROLLED ('E') OR AUDITING       *
017400* ('A').                                                         *
017500* ************************************************************** *
017600 01  BEFORE-ENROLLMENT.
017700     02  BEN-STUDENT-ID          PIC X(07).
017800     02  BEN-KEY-ID              PIC 9(03).
017900     02  BEN-SECTION-ID.
018000         03  BEN-COURSE-ID       PIC 9(06).
018100         03  FILLER              PIC X(03).
018200         03  BEN-STATUS          PIC X(01).
018300             88  BEN-ON-ROSTER           VALUE 'E' 'A'.
018400             88  BEN-WAITLISTED          VALUE 'W'.
018500         03  BEN-SEMESTER        PIC X(06).
018600     02  FILLER                  PIC X(74).
018700
018800 01  AFTER-ENROLLMENT.
018900     02  AEN-STUDENT-ID          PIC X(07).
019000     02  AEN-KEY-ID              PIC 9(03).
019100     02  AEN-SECTION-ID.
019200         03  AEN-COURSE-ID       PIC 9(06).
019300         03  FILLER              PIC X(03).
019400         03  AEN-STATUS          PIC X(01).
019500             88  AEN-ON-ROSTER           VALUE 'E' 'A'.
019600             88  AEN-WAITLISTED          VALUE 'W'.
019700             88  AEN-WITHDRAWN           VALUE 'X'.
019800         03  AEN-SEMESTER        PIC X(06).
019900     02  FILLER                  PIC X(74).
020000
020100 01  BEFORE-SECTION.
020200     02  BSC-SECTION             PIC 9(06).
020300     02  BSC-SEMESTER            PIC X(06).
020400     02  FILLER                  PIC X(35).
020500     02  BSC-INSTRUCTOR-ID       PIC X(05).
020600     02  FILLER                  PIC X(48).
020700
020800 01  AFTER-SECTION.
020900     02  ASC-SECTION             PIC 9(06).
021000     02  ASC-SEMESTER            PIC X(06).
021100     02  FILLER                  PIC X(35).
021200     02  ASC-INSTRUCTOR-ID       PIC X(05).
021300     02  FILLER                  PIC X(48).
021400
021500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
021600 01  RUN-CONTROL-FILE            COPY VSAMIOFB.
021700 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
021800 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
021900
022000 01  RUN-CONTROL-RECORD.
022100     02  RCR-KEY.
022200         03  RCR-FUNCTION        PIC X(08).
022300         03  RCR-GEN-ID          PIC X(08).
022400     02  RCR-POSTED-DATE         PIC 9(06).
022500     02  RCR-POSTED-TIME         PIC 9(08).
022600     02  RCR-TRAN-COUNT          PIC 9(07).
022700     02  RCR-FORCE-COUNT         PIC 9(03).
022800     02  RCR-HOLDER              PIC X(08).
022900     02  FILLER                  PIC X(02).
023000
023100 01  STUDENT-RECORD-AREA         PIC X(83).
023200
023300 01  COURSE-INFO-RECORD.
023400     02  CIR-STUDENT-ID          PIC X(07).
023500     02  CIR-KEY-ID              PIC 9(03).
023600     02  CIR-COURSE-ID           PIC 9(06).
023700     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
023800     02  CIR-STATUS              PIC X(01).
023900         88  CIR-ON-ROSTER               VALUE 'E' 'A'.
024000     02  CIR-SEMESTER            PIC X(06).
024100     02  FILLER                  PIC X(57).
024200
024300 01  SECTION-TABLE-RECORD.
024400     02  STR-DEPARTMENT          PIC 9(02).
024500     02  STR-COURSE              PIC 9(03).
024600     02  STR-NUMBER              PIC 9(01).
024700     02  STR-SEMESTER            PIC X(06).
024800     02  STR-DESCRIPTION         PIC X(11).
024900     02  STR-CAPACITY            PIC 9(03).
025000     02  STR-ENROLLED            PIC 9(03).
025100     02  STR-MEET-DAYS           PIC X(05).
025200     02  STR-START-TIME          PIC 9(04).
025300     02  STR-END-TIME            PIC 9(04).
025400     02  STR-ROOM                PIC X(05).
025500     02  STR-INSTRUCTOR-ID       PIC X(05).
025600     02  STR-XLIST-SECTION       PIC 9(06).
025700     02  STR-XLIST-SHARE         PIC 9(03).
025800 01  FILLER REDEFINES SECTION-TABLE-RECORD.
025900     02  STR-SECTION-ID          PIC 9(06).
026000     02  FILLER                  PIC X(55).
026100
026200* ************************************************************** *
026300* FEED FILE LAYOUTS.  LFD-SECTION IS DEPARTMENT (2), COURSE (3)  *
026400* AND SECTION (1); LFD-PERSON-ID IS THE STUDENT-ID, OR THE       *
026500* INSTRUCTOR-ID ON AN INS RECORD.  LFD-ROLE IS 'S' STUDENT, 'A'  *
026600* AUDITOR, 'I' INSTRUCTOR.                                       *
026700* ************************************************************** *
026800 01  FEED-HEADER.
026900     02  LFH-RECORD-TYPE         PIC X(01)   VALUE 'H'.
027000     02  LFH-FEED-NAME           PIC X(08)   VALUE 'LMSFEED'.
027100     02  LFH-RUN-DATE            PIC 9(08).
027200     02  LFH-RUN-TIME            PIC 9(08).
027300     02  LFH-MODE                PIC X(04).
027400     02  LFH-SEMESTER            PIC X(06).
027500     02  LFH-FROM-DATE           PIC 9(08).
027600     02  LFH-FROM-TIME           PIC 9(08).
027700     02  FILLER                  PIC X(29)   VALUE SPACES.
027800
027900 01  FEED-DETAIL.
028000     02  LFD-RECORD-TYPE         PIC X(01)   VALUE 'D'.
028100     02  LFD-ACTION              PIC X(03).
028200     02  LFD-SEMESTER            PIC X(06).
028300     02  LFD-SECTION             PIC 9(06).
028400     02  LFD-ROLE                PIC X(01).
028500     02  LFD-PERSON-ID           PIC X(07).
028600     02  LFD-EFFECTIVE-DATE      PIC 9(08).
028700     02  LFD-EFFECTIVE-TIME      PIC 9(08).
028800     02  FILLER                  PIC X(40)   VALUE SPACES.
028900
029000 01  FEED-TRAILER.
029100     02  LFT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
029200     02  LFT-DETAIL-COUNT        PIC 9(07).
029300     02  LFT-ADD-COUNT           PIC 9(07).
029400     02  LFT-DROP-COUNT          PIC 9(07).
029500     02  LFT-WITHDRAW-COUNT      PIC 9(07).
029600     02  LFT-PROMOTE-COUNT       PIC 9(07).
029700     02  LFT-INSTRUCTOR-COUNT    PIC 9(07).
029800     02  FILLER                  PIC X(37)   VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100
030200 000-INITIATE.
030300
030400     OPEN INPUT CONTROL-CARD-FILE.
030500     MOVE SPACES TO CONTROL-CARD-RECORD.
030600     READ CONTROL-CARD-FILE
030700         AT END
030800             MOVE SPACES TO CONTROL-CARD-RECORD.
030900*    END-READ.
031000     CLOSE CONTROL-CARD-FILE.
031100
031200     IF CC-MODE NOT EQUAL SPACES
031300     AND NOT CC-FULL-REFRESH
031400         DISPLAY 'LMSFEED: MODE ' CC-MODE
031500                 ' NOT RECOGNIZED - STOPPING'
031600         MOVE +8 TO RETURN-CODE
031700         STOP RUN.
031800*    END-IF.
031900     IF CC-FULL-REFRESH
032000     AND CC-SEMESTER EQUAL SPACES
032100         DISPLAY 'LMSFEED: A FULL REFRESH NEEDS A SEMESTER - '
032200                 'STOPPING'
032300         MOVE +8 TO RETURN-CODE
032400         STOP RUN.
032500*    END-IF.
032600
032700     ACCEPT WS-RUN-DATE FROM DATE.
032800     ACCEPT WS-RUN-TIME FROM TIME.
032900     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
033000     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
033100     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
033200     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
033300     MOVE WS-RUN-MM TO WS-TODAY-MM.
033400     MOVE WS-RUN-DD TO WS-TODAY-DD.
033500
033600     PERFORM 030-READ-RUN-CONTROL THRU 039-EXIT.
033700
033800     OPEN OUTPUT FEED-FILE.
033900     MOVE WS-TODAY-CCYYMMDD TO LFH-RUN-DATE.
034000     MOVE WS-RUN-TIME TO LFH-RUN-TIME.
034100     MOVE CC-SEMESTER TO LFH-SEMESTER.
034200     IF CC-FULL-REFRESH
034300         MOVE 'FULL' TO LFH-MODE
034400         MOVE ZERO TO LFH-FROM-DATE
034500         MOVE ZERO TO LFH-FROM-TIME
034600     ELSE
034700         MOVE 'CHNG' TO LFH-MODE
034800         MOVE WS-MARK-CCYYMMDD TO LFH-FROM-DATE
034900         MOVE WS-MARK-TIME TO LFH-FROM-TIME.
035000*    END-IF.
035100     WRITE FEED-RECORD FROM FEED-HEADER.
035200
035300 010-PROCESS.
035400
035500     IF CC-FULL-REFRESH
035600         PERFORM 200-FULL-REFRESH THRU 209-EXIT
035700     ELSE
035800         PERFORM 100-FEED-CHANGES THRU 109-EXIT.
035900*    END-IF.
036000
036100 020-TERMINATE.
036200
036300     MOVE WS-DETAIL-COUNT TO LFT-DETAIL-COUNT.
036400     MOVE WS-ADD-COUNT TO LFT-ADD-COUNT.
036500     MOVE WS-DROP-COUNT TO LFT-DROP-COUNT.
036600     MOVE WS-WITHDRAW-COUNT TO LFT-WITHDRAW-COUNT.
036700     MOVE WS-PROMOTE-COUNT TO LFT-PROMOTE-COUNT.
036800     MOVE WS-INSTRUCTOR-COUNT TO LFT-INSTRUCTOR-COUNT.
036900     WRITE FEED-RECORD FROM FEED-TRAILER.
037000     CLOSE FEED-FILE.
037100
037200     IF ERROR-COUNTER EQUAL ZERO
037300         PERFORM 400-MARK-RUN-CONTROL THRU 409-EXIT
037400     ELSE
037500         DISPLAY 'LMSFEED: ERRORS - JOURNAL MARK NOT MOVED; '
037600                 'THE NEXT RUN WILL RESEND THESE CHANGES'
037700         MOVE +8 TO RETURN-CODE.
037800*    END-IF.
037900
038000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
038100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038200                         RUN-CONTROL-FILE,
038300                         RUN-CONTROL-RECORD.
038400*    END-CALL.
038500
038600     DISPLAY 'LMSFEED: MODE:              ' LFH-MODE.
038700     DISPLAY 'LMSFEED: JOURNAL READ:      ' JOURNAL-READ-COUNTER.
038800     DISPLAY 'LMSFEED: JOURNAL NEW:       ' JOURNAL-NEW-COUNTER.
038900     DISPLAY 'LMSFEED: DETAIL RECORDS:    ' LFT-DETAIL-COUNT.
039000     DISPLAY 'LMSFEED:   ADDS:            ' LFT-ADD-COUNT.
039100     DISPLAY 'LMSFEED:   DROPS:           ' LFT-DROP-COUNT.
039200     DISPLAY 'LMSFEED:   WITHDRAWALS:     ' LFT-WITHDRAW-COUNT.
039300     DISPLAY 'LMSFEED:   PROMOTIONS:      ' LFT-PROMOTE-COUNT.
039400     DISPLAY 'LMSFEED:   INSTRUCTORS:     ' LFT-INSTRUCTOR-COUNT.
039500     DISPLAY 'LMSFEED: ERRORS:            ' ERROR-COUNTER.
039600     STOP RUN.
039700
039800* ************************************************************** *
039900* PICKS UP THE JOURNAL MARK LEFT BY THE LAST FEED.  WITH NO MARK *
040000* YET, THE WHOLE JOURNAL IS NEW.                                 *
040100* ************************************************************** *
040200 030-READ-RUN-CONTROL.
040300
040400     MOVE 'RUNCTL' TO VSIO-DDNAME OF RUN-CONTROL-FILE.
040500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RUN-CONTROL-FILE.
040600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RUN-CONTROL-FILE.
040700     MOVE VSIO-I-O TO VSIO-MODE OF RUN-CONTROL-FILE.
040800     MOVE +50 TO VSIO-RECORD-LENGTH OF RUN-CONTROL-FILE.
040900     MOVE +0 TO VSIO-KEY-POSITION OF RUN-CONTROL-FILE.
041000     MOVE +16 TO VSIO-KEY-LENGTH OF RUN-CONTROL-FILE.
041100     MOVE VSIO-OPEN TO VSIO-COMMAND.
041200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041300                         RUN-CONTROL-FILE,
041400                         RUN-CONTROL-RECORD.
041500*    END-CALL.
041600     IF NOT VSIO-SUCCESS
041700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041800         MOVE +8 TO RETURN-CODE
041900         STOP RUN.
042000*    END-IF.
042100
042200     MOVE SPACES TO RUN-CONTROL-RECORD.
042300     MOVE 'LMSFEED' TO RCR-FUNCTION.
042400     MOVE 'LASTSENT' TO RCR-GEN-ID.
042500     MOVE VSIO-READ TO VSIO-COMMAND.
042600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042700                         RUN-CONTROL-FILE,
042800                         RUN-CONTROL-RECORD.
042900*    END-CALL.
043000
043100     EVALUATE TRUE
043200         WHEN VSIO-SUCCESS
043300             MOVE 'Y' TO RUN-CONTROL-FOUND-SWITCH
043400         WHEN VSIO-RECORD-NOT-FOUND
043500             MOVE 'N' TO RUN-CONTROL-FOUND-SWITCH
043600             MOVE +0 TO VSIO-RETURN-CODE
043700         WHEN OTHER
043800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043900             MOVE +8 TO RETURN-CODE
044000             STOP RUN
044100     END-EVALUATE.
044200
044300     IF NOT RUN-CONTROL-FOUND
044400         GO TO 039-EXIT.
044500*    END-IF.
044600
044700     MOVE RCR-POSTED-DATE TO WS-WORK-DATE.
044800     PERFORM 150-EXPAND-JOURNAL-YEAR THRU 150-EXIT.
044900     MOVE WS-RECORD-CCYYMMDD TO WS-MARK-CCYYMMDD.
045000     MOVE RCR-POSTED-TIME TO WS-MARK-TIME.
045100     MOVE WS-MARK-STAMP TO WS-NEW-MARK-STAMP.
045200
045300 039-EXIT.
045400     EXIT.
045500
045600* ************************************************************** *
045700* CHANGE FEED - ONE PASS OF THE JOURNAL.                         *
045800* ************************************************************** *
045900 100-FEED-CHANGES.
046000
046100     OPEN INPUT AUDIT-FILE.
046200     PERFORM 110-FEED-ONE-JOURNAL-RECORD
046300        THRU 119-EXIT
046400       UNTIL END-OF-FILE.
046500*    END-PERFORM.
046600     CLOSE AUDIT-FILE.
046700
046800 109-EXIT.
046900     EXIT.
047000
047100* ************************************************************** *
047200* ONE JOURNAL RECORD.  RECORDS AT OR BEFORE THE MARK WERE FED    *
047300* LAST TIME; OF THE REST, ENROLLMENT AND SECTION UPDATES ARE     *
047400* TURNED INTO FEED RECORDS.                                      *
047500* ************************************************************** *
047600 110-FEED-ONE-JOURNAL-RECORD.
047700
047800     READ AUDIT-FILE
047900         AT END
048000             MOVE 'Y' TO END-OF-FILE-SWITCH
048100             GO TO 119-EXIT.
048200*    END-READ.
048300     ADD +1 TO JOURNAL-READ-COUNTER.
048400
048500     IF VAR-DATE NOT NUMERIC
048600     OR VAR-TIME NOT NUMERIC
048700         GO TO 119-EXIT.
048800*    END-IF.
048900     MOVE VAR-DATE TO WS-WORK-DATE.
049000     PERFORM 150-EXPAND-JOURNAL-YEAR THRU 150-EXIT.
049100     MOVE VAR-TIME TO WS-RECORD-TIME.
049200     IF WS-RECORD-STAMP NOT GREATER THAN WS-MARK-STAMP
049300         GO TO 119-EXIT.
049400*    END-IF.
049500
049600     ADD +1 TO JOURNAL-NEW-COUNTER.
049700     IF WS-RECORD-STAMP GREATER THAN WS-NEW-MARK-STAMP
049800         MOVE WS-RECORD-STAMP TO WS-NEW-MARK-STAMP.
049900*    END-IF.
050000
050100     EVALUATE TRUE
050200         WHEN VAR-DDNAME EQUAL 'STMASTR'
050300             IF VAR-RECORD-LENGTH NOT EQUAL 83
050400             AND VAR-RECORD-LENGTH NOT EQUAL 40
050500             AND VAR-RECORD-LENGTH NOT EQUAL 44
050600                 PERFORM 120-FEED-ENROLLMENT THRU 129-EXIT
050700             END-IF
050800         WHEN VAR-DDNAME EQUAL 'SECTTBL'
050900             PERFORM 140-FEED-SECTION THRU 149-EXIT
051000         WHEN OTHER
051100             CONTINUE
051200     END-EVALUATE.
051300
051400 119-EXIT.
051500     EXIT.
051600
051700* ************************************************************** *
051800* AN ENROLLMENT WRITTEN, REWRITTEN OR DELETED.  THE STATUS (AND  *
051900* SECTION) BEFORE AND AFTER DECIDE WHAT THE ROSTER LOST OR       *
052000* GAINED.                                                        *
052100* ************************************************************** *
052200 120-FEED-ENROLLMENT.
052300
052400     MOVE VAR-BEFORE-IMAGE TO BEFORE-ENROLLMENT.
052500     MOVE VAR-AFTER-IMAGE TO AFTER-ENROLLMENT.
052600
052700     IF VAR-COMMAND EQUAL VSIO-WRITE
052800         IF AEN-ON-ROSTER
052900             MOVE 'ADD' TO LFD-ACTION
053000             PERFORM 130-AFTER-SEAT-DETAIL THRU 139-EXIT
053100         END-IF
053200         GO TO 129-EXIT.
053300*    END-IF.
053400
053500     IF VAR-COMMAND EQUAL VSIO-DELETE
053600         IF BEN-ON-ROSTER
053700             MOVE 'DRP' TO LFD-ACTION
053800             PERFORM 135-BEFORE-SEAT-DETAIL THRU 139-EXIT
053900         END-IF
054000         GO TO 129-EXIT.
054100*    END-IF.
054200
054300     IF VAR-COMMAND NOT EQUAL VSIO-REWRITE
054400         GO TO 129-EXIT.
054500*    END-IF.
054600
054700     IF BEN-COURSE-ID NOT EQUAL AEN-COURSE-ID
054800     OR BEN-SEMESTER NOT EQUAL AEN-SEMESTER
054900         IF BEN-ON-ROSTER
055000             MOVE 'DRP' TO LFD-ACTION
055100             PERFORM 135-BEFORE-SEAT-DETAIL THRU 139-EXIT
055200         END-IF
055300         IF AEN-ON-ROSTER
055400             MOVE 'ADD' TO LFD-ACTION
055500             PERFORM 130-AFTER-SEAT-DETAIL THRU 139-EXIT
055600         END-IF
055700         GO TO 129-EXIT.
055800*    END-IF.
055900
056000     IF BEN-STATUS EQUAL AEN-STATUS
056100         GO TO 129-EXIT.
056200*    END-IF.
056300
056400     EVALUATE TRUE
056500         WHEN BEN-WAITLISTED AND AEN-ON-ROSTER
056600             MOVE 'PRM' TO LFD-ACTION
056700             PERFORM 130-AFTER-SEAT-DETAIL THRU 139-EXIT
056800         WHEN AEN-ON-ROSTER
056900             MOVE 'ADD' TO LFD-ACTION
057000             PERFORM 130-AFTER-SEAT-DETAIL THRU 139-EXIT
057100         WHEN BEN-ON-ROSTER AND AEN-WITHDRAWN
057200             MOVE 'WDR' TO LFD-ACTION
057300             PERFORM 130-AFTER-SEAT-DETAIL THRU 139-EXIT
057400         WHEN BEN-ON-ROSTER
057500             MOVE 'DRP' TO LFD-ACTION
057600             PERFORM 135-BEFORE-SEAT-DETAIL THRU 139-EXIT
057700         WHEN OTHER
057800             CONTINUE
057900     END-EVALUATE.
058000
058100 129-EXIT.
058200     EXIT.
058300
058400 130-AFTER-SEAT-DETAIL.
058500
058600     MOVE AEN-SEMESTER TO LFD-SEMESTER.
058700     MOVE AEN-COURSE-ID TO LFD-SECTION.
058800     MOVE AEN-STUDENT-ID TO LFD-PERSON-ID.
058900     IF AEN-STATUS EQUAL 'A'
059000         MOVE 'A' TO LFD-ROLE
059100     ELSE
059200         MOVE 'S' TO LFD-ROLE.
059300*    END-IF.
059400     GO TO 138-WRITE-DETAIL.
059500
059600 135-BEFORE-SEAT-DETAIL.
059700
059800     MOVE BEN-SEMESTER TO LFD-SEMESTER.
059900     MOVE BEN-COURSE-ID TO LFD-SECTION.
060000     MOVE BEN-STUDENT-ID TO LFD-PERSON-ID.
060100     IF BEN-STATUS EQUAL 'A'
060200         MOVE 'A' TO LFD-ROLE
060300     ELSE
060400         MOVE 'S' TO LFD-ROLE.
060500*    END-IF.
060600
060700 138-WRITE-DETAIL.
060800
060900     IF CC-SEMESTER NOT EQUAL SPACES
061000     AND LFD-SEMESTER NOT EQUAL CC-SEMESTER
061100         GO TO 139-EXIT.
061200*    END-IF.
061300     MOVE WS-RECORD-CCYYMMDD TO LFD-EFFECTIVE-DATE.
061400     MOVE WS-RECORD-TIME TO LFD-EFFECTIVE-TIME.
061500     PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT.
061600
061700 139-EXIT.
061800     EXIT.
061900
062000* ************************************************************** *
062100* A SECTION WRITTEN OR REWRITTEN WITH A DIFFERENT INSTRUCTOR.    *
062200* ************************************************************** *
062300 140-FEED-SECTION.
062400
062500     MOVE VAR-BEFORE-IMAGE TO BEFORE-SECTION.
062600     MOVE VAR-AFTER-IMAGE TO AFTER-SECTION.
062700
062800     IF VAR-COMMAND EQUAL VSIO-WRITE
062900         IF ASC-INSTRUCTOR-ID EQUAL SPACES
063000             GO TO 149-EXIT
063100         END-IF
063200     ELSE
063300         IF VAR-COMMAND NOT EQUAL VSIO-REWRITE
063400         OR ASC-INSTRUCTOR-ID EQUAL BSC-INSTRUCTOR-ID
063500             GO TO 149-EXIT.
063600*        END-IF
063700*    END-IF.
063800
063900     IF CC-SEMESTER NOT EQUAL SPACES
064000     AND ASC-SEMESTER NOT EQUAL CC-SEMESTER
064100         GO TO 149-EXIT.
064200*    END-IF.
064300
064400     MOVE 'INS' TO LFD-ACTION.
064500     MOVE ASC-SEMESTER TO LFD-SEMESTER.
064600     MOVE ASC-SECTION TO LFD-SECTION.
064700     MOVE 'I' TO LFD-ROLE.
064800     MOVE ASC-INSTRUCTOR-ID TO LFD-PERSON-ID.
064900     MOVE WS-RECORD-CCYYMMDD TO LFD-EFFECTIVE-DATE.
065000     MOVE WS-RECORD-TIME TO LFD-EFFECTIVE-TIME.
065100     PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT.
065200
065300 149-EXIT.
065400     EXIT.
065500
065600* ************************************************************** *
065700* WINDOWS THE YYMMDD DATE IN WS-WORK-DATE INTO                   *
065800* WS-RECORD-CCYYMMDD, CALLING YRWINDOW ONLY WHEN THE YEAR        *
065900* CHANGES.                                                       *
066000* ************************************************************** *
066100 150-EXPAND-JOURNAL-YEAR.
066200
066300     IF WS-WORK-YY NOT EQUAL WS-LAST-YY
066400     OR WS-LAST-CCYY EQUAL ZERO
066500         MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND
066600         MOVE WS-WORK-YY TO YRWIN-2-DIGIT-YEAR
066700         CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK
066800         MOVE WS-WORK-YY TO WS-LAST-YY
066900         MOVE YRWIN-4-DIGIT-YEAR TO WS-LAST-CCYY.
067000*    END-IF.
067100     MOVE WS-LAST-CCYY TO WS-RECORD-CCYY.
067200     MOVE WS-WORK-MMDD TO WS-RECORD-MMDD.
067300
067400 150-EXIT.
067500     EXIT.
067600
067700* ************************************************************** *
067800* FULL REFRESH - EVERY SEAT ON THE SEMESTER'S ROSTERS FROM       *
067900* STMASTR, THEN EVERY SECTION INSTRUCTOR FROM SECTTBL.           *
068000* ************************************************************** *
068100 200-FULL-REFRESH.
068200
068300     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
068400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
068500     MOVE VSIO-SEQUENTIAL TO
068600         VSIO-ACCESS OF STUDENT-MASTER-FILE.
068700     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
068800     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
068900     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
069000     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
069100     MOVE VSIO-OPEN TO VSIO-COMMAND.
069200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
069300                         STUDENT-MASTER-FILE,
069400                         STUDENT-RECORD-AREA.
069500*    END-CALL.
069600     IF NOT VSIO-SUCCESS
069700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
069800         ADD +1 TO ERROR-COUNTER
069900         GO TO 209-EXIT.
070000*    END-IF.
070100
070200     MOVE 'N' TO END-OF-FILE-SWITCH.
070300     PERFORM 210-REFRESH-ONE-SEAT
070400        THRU 219-EXIT
070500       UNTIL END-OF-FILE.
070600*    END-PERFORM.
070700
070800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
070900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
071000                         STUDENT-MASTER-FILE,
071100                         STUDENT-RECORD-AREA.
071200*    END-CALL.
071300
071400     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
071500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
071600     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
071700     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
071800     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
071900     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
072000     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
072100     MOVE VSIO-OPEN TO VSIO-COMMAND.
072200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072300                         SECTION-TABLE-FILE,
072400                         SECTION-TABLE-RECORD.
072500*    END-CALL.
072600     IF NOT VSIO-SUCCESS
072700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
072800         ADD +1 TO ERROR-COUNTER
072900         GO TO 209-EXIT.
073000*    END-IF.
073100
073200     MOVE 'N' TO END-OF-FILE-SWITCH.
073300     PERFORM 220-REFRESH-ONE-SECTION
073400        THRU 229-EXIT
073500       UNTIL END-OF-FILE.
073600*    END-PERFORM.
073700
073800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
073900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
074000                         SECTION-TABLE-FILE,
074100                         SECTION-TABLE-RECORD.
074200*    END-CALL.
074300
074400 209-EXIT.
074500     EXIT.
074600
074700 210-REFRESH-ONE-SEAT.
074800
074900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
075000     MOVE VSIO-READ TO VSIO-COMMAND.
075100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
075200                         STUDENT-MASTER-FILE,
075300                         STUDENT-RECORD-AREA.
075400*    END-CALL.
075500     IF NOT VSIO-SUCCESS
075600         IF VSIO-END-OF-FILE
075700             MOVE 'Y' TO END-OF-FILE-SWITCH
075800             GO TO 219-EXIT
075900         ELSE
076000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
076100             ADD +1 TO ERROR-COUNTER
076200             MOVE 'Y' TO END-OF-FILE-SWITCH
076300             GO TO 219-EXIT.
076400*        END-IF
076500*    END-IF.
076600
076700     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
076800     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
076900     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
077000         GO TO 219-EXIT.
077100*    END-IF.
077200
077300     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
077400     IF CIR-SEMESTER NOT EQUAL CC-SEMESTER
077500     OR NOT CIR-ON-ROSTER
077600         GO TO 219-EXIT.
077700*    END-IF.
077800
077900     MOVE 'ADD' TO LFD-ACTION.
078000     MOVE CIR-SEMESTER TO LFD-SEMESTER.
078100     MOVE CIR-COURSE-ID TO LFD-SECTION.
078200     MOVE CIR-STUDENT-ID TO LFD-PERSON-ID.
078300     IF CIR-STATUS EQUAL 'A'
078400         MOVE 'A' TO LFD-ROLE
078500     ELSE
078600         MOVE 'S' TO LFD-ROLE.
078700*    END-IF.
078800     MOVE WS-TODAY-CCYYMMDD TO LFD-EFFECTIVE-DATE.
078900     MOVE WS-RUN-TIME TO LFD-EFFECTIVE-TIME.
079000     PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT.
079100
079200 219-EXIT.
079300     EXIT.
079400
079500 220-REFRESH-ONE-SECTION.
079600
079700     MOVE VSIO-READ TO VSIO-COMMAND.
079800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
079900                         SECTION-TABLE-FILE,
080000                         SECTION-TABLE-RECORD.
080100*    END-CALL.
080200     IF NOT VSIO-SUCCESS
080300         IF VSIO-END-OF-FILE
080400             MOVE 'Y' TO END-OF-FILE-SWITCH
080500             GO TO 229-EXIT
080600         ELSE
080700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
080800             ADD +1 TO ERROR-COUNTER
080900             MOVE 'Y' TO END-OF-FILE-SWITCH
081000             GO TO 229-EXIT.
081100*        END-IF
081200*    END-IF.
081300
081400     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
081500     OR STR-INSTRUCTOR-ID EQUAL SPACES
081600         GO TO 229-EXIT.
081700*    END-IF.
081800
081900     MOVE 'INS' TO LFD-ACTION.
082000     MOVE STR-SEMESTER TO LFD-SEMESTER.
082100     MOVE STR-SECTION-ID TO LFD-SECTION.
082200     MOVE 'I' TO LFD-ROLE.
082300     MOVE STR-INSTRUCTOR-ID TO LFD-PERSON-ID.
082400     MOVE WS-TODAY-CCYYMMDD TO LFD-EFFECTIVE-DATE.
082500     MOVE WS-RUN-TIME TO LFD-EFFECTIVE-TIME.
082600     PERFORM 300-WRITE-FEED-DETAIL THRU 309-EXIT.
082700
082800 229-EXIT.
082900     EXIT.
083000
083100* ************************************************************** *
083200* WRITES THE FEED DETAIL BUILT BY THE CALLER AND COUNTS IT       *
083300* UNDER ITS ACTION FOR THE TRAILER.                              *
083400* ************************************************************** *
083500 300-WRITE-FEED-DETAIL.
083600
083700     WRITE FEED-RECORD FROM FEED-DETAIL.
083800     ADD +1 TO WS-DETAIL-COUNT.
083900     EVALUATE LFD-ACTION
084000         WHEN 'ADD'
084100             ADD +1 TO WS-ADD-COUNT
084200         WHEN 'DRP'
084300             ADD +1 TO WS-DROP-COUNT
084400         WHEN 'WDR'
084500             ADD +1 TO WS-WITHDRAW-COUNT
084600         WHEN 'PRM'
084700             ADD +1 TO WS-PROMOTE-COUNT
084800         WHEN OTHER
084900             ADD +1 TO WS-INSTRUCTOR-COUNT
085000     END-EVALUATE.
085100
085200 309-EXIT.
085300     EXIT.
085400
085500* ************************************************************** *
085600* MOVES THE JOURNAL MARK UP TO THE LAST RECORD FED, OR FOR A     *
085700* FULL REFRESH TO THE RUN ITSELF, SO THE NEXT CHANGE FEED        *
085800* STARTS WHERE THIS ONE LEFT OFF.                                *
085900* ************************************************************** *
086000 400-MARK-RUN-CONTROL.
086100
086200     IF CC-FULL-REFRESH
086300         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
086400         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
086500     ELSE
086600         IF WS-NEW-MARK-STAMP EQUAL WS-MARK-STAMP
086700             GO TO 409-EXIT
086800         END-IF
086900         MOVE WS-NEW-MARK-CCYYMMDD (3:6) TO RCR-POSTED-DATE
087000         MOVE WS-NEW-MARK-TIME TO RCR-POSTED-TIME.
087100*    END-IF.
087200     MOVE WS-DETAIL-COUNT TO RCR-TRAN-COUNT.
087300
087400     IF RUN-CONTROL-FOUND
087500         MOVE VSIO-REWRITE TO VSIO-COMMAND
087600     ELSE
087700         MOVE 'LMSFEED' TO RCR-FUNCTION
087800         MOVE 'LASTSENT' TO RCR-GEN-ID
087900         MOVE ZERO TO RCR-FORCE-COUNT
088000         MOVE SPACES TO RCR-HOLDER
088100         MOVE VSIO-WRITE TO VSIO-COMMAND.
088200*    END-IF.
088300
088400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
088500                         RUN-CONTROL-FILE,
088600                         RUN-CONTROL-RECORD.
088700*    END-CALL.
088800     IF NOT VSIO-SUCCESS
088900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
089000         DISPLAY 'LMSFEED: JOURNAL MARK NOT SAVED - THE NEXT '
089100                 'RUN WILL RESEND THESE CHANGES'
089200         MOVE +8 TO RETURN-CODE.
089300*    END-IF.
089400
089500 409-EXIT.
089600     EXIT.
089700
089800* ************************************************************** *
089900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
090000* OTHER THAN SUCCESS OR END-OF-FILE.                             *
090100* ************************************************************** *
090200 500-DISPLAY-UNKNOWN-ERROR.
090300
090400     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
090500     EXHIBIT NAMED VSIO-RETURN-CODE.
090600     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
090700                   VSIO-VSAM-FUNCTION-CODE,
090800                   VSIO-VSAM-FEEDBACK-CODE.
090900
091000 509-EXIT.
091100     EXIT.
