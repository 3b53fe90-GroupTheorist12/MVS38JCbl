000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALUMEXTR.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* ALUMNI OFFICE EXTRACT.  THE ALUMNI AND DEVELOPMENT OFFICE HAD *
000900* BEEN RETYPING GRADUATES FROM THE DIPLOMA LIST; THIS RUN SENDS *
001000* THEM A LOAD FILE (UT-S-ALUMEXTR) INSTEAD.  THE STUDENT MASTER *
001100* IS PASSED ONCE AND EVERY STUDENT CARRYING A DEGREE-AWARDED    *
001200* RECORD (THE 'DG' RECORD GRADCONF STAMPS AT CONFERRAL) IS      *
001300* CHECKED AGAINST THE ALUMTBL SENT LIST:                        *
001400*   - NOT YET SENT: AN 'N' (NEW GRADUATE) RECORD GOES OUT AND   *
001500*     THE GRADUATE IS ADDED TO ALUMTBL WITH THE ADDRESS SENT;   *
001600*   - ALREADY SENT, ADDRESS UNCHANGED: NOTHING IS SENT AGAIN;   *
001700*   - ALREADY SENT, ADDRESS SINCE CORRECTED THROUGH STUMAINT: A *
001800*     'C' (CHANGE) RECORD GOES OUT AND ALUMTBL IS UPDATED.      *
001900* EACH RECORD CARRIES THE NAME, THE ADDRESS ON THE MASTER, THE  *
002000* MAJOR DEPARTMENT AND ITS DEPTTBL NAME, THE CONFERRAL TERM AND *
002100* DATE, THE HONORS CODE AND THE CUMULATIVE GPA FROM THE SHARED  *
002200* GPACALC ROUTINE.  THE FILE HAS AN 'H' HEADER AND A 'T'        *
002300* TRAILER WITH THE NEW AND CHANGE COUNTS.                       *
002400*                                                               *
002500* RUN IT AFTER EACH GRADCONF, AND ON A REGULAR SCHEDULE AFTER   *
002600* THAT SO ADDRESS CORRECTIONS FOLLOW.                           *
002700*                                                               *
002800* MODIFICATION HISTORY.                                         *
002900*   DATE       INIT  DESCRIPTION                                *
003000*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003100* ************************************************************* *
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000
004100     SELECT EXTRACT-FILE
004200         ASSIGN TO UT-S-ALUMEXTR.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  EXTRACT-FILE
004700     LABEL RECORDS ARE OMITTED
004800     RECORD CONTAINS 150 CHARACTERS
004900     BLOCK CONTAINS 0 RECORDS
005000     DATA RECORD IS EXTRACT-RECORD.
005100 01  EXTRACT-RECORD              PIC X(150).
005200
005300 WORKING-STORAGE SECTION.
005400 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
005500     88  END-OF-FILE                         VALUE 'Y'.
005600 77  STUDENT-ACTIVE-SWITCH       PIC X(01)   VALUE 'N'.
005700     88  STUDENT-ACTIVE                      VALUE 'Y'.
005800 77  STUDENT-GRADUATED-SWITCH    PIC X(01)   VALUE 'N'.
005900     88  STUDENT-GRADUATED                   VALUE 'Y'.
006000
006100 77  STUDENT-COUNTER             PIC S9(8) COMP VALUE ZERO.
006200 77  GRADUATE-COUNTER            PIC S9(8) COMP VALUE ZERO.
006300 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
006400
006500 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
006600 01  FILLER REDEFINES WS-RUN-DATE.
006700     02  WS-RUN-YY               PIC 9(02).
006800     02  WS-RUN-MM               PIC 9(02).
006900     02  WS-RUN-DD               PIC 9(02).
007000 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
007100 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
007200     02  WS-TODAY-CCYY           PIC 9(04).
007300     02  WS-TODAY-MM             PIC 9(02).
007400     02  WS-TODAY-DD             PIC 9(02).
007500
007600 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
007700 01  GPACALC-PARAMETER-VALUES    COPY GPACALC.
007800
007900 01  WS-EXTRACT-COUNTS.
008000     02  WS-DETAIL-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
008100     02  WS-NEW-COUNT            PIC S9(7) COMP-3 VALUE ZERO.
008200     02  WS-CHANGE-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
008300
008400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008500 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
008600 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
008700 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
008800 01  ALUMNI-SENT-FILE            COPY VSAMIOFB.
008900
009000 01  STUDENT-RECORD-AREA         PIC X(83).
009100
009200 01  STUDENT-INFO-RECORD.
009300     02  SIR-STUDENT-ID          PIC X(07).
009400     02  SIR-KEY-ID              PIC 9(03).
009500     02  SIR-NAME                PIC X(22).
009600     02  SIR-ADDRESS             PIC X(25).
009700     02  SIR-CITY                PIC X(15).
009800     02  SIR-STATE               PIC X(02).
009900     02  SIR-ZIPCODE             PIC 9(05).
010000     02  SIR-GENDER              PIC X(01).
010100     02  SIR-MAJOR               PIC X(03).
010200
010300 01  COURSE-INFO-RECORD.
010400     02  CIR-STUDENT-ID          PIC X(07).
010500     02  CIR-KEY-ID              PIC 9(03).
010600     02  CIR-COURSE-ID           PIC 9(06).
010700     02  FILLER                  REDEFINES CIR-COURSE-ID.
010800         03  CIR-DEPARTMENT      PIC 9(02).
010900         03  CIR-COURSE          PIC 9(03).
011000         03  CIR-SECTION         PIC 9(01).
011100     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
011200     02  CIR-STATUS              PIC X(01).
011300     02  CIR-SEMESTER            PIC X(06).
011400     02  CIR-ENROLL-DATE         PIC 9(08).
011500     02  CIR-DROP-DATE           PIC 9(08).
011600
011700* ************************************************************** *
011800* THE DEGREE-AWARDED RECORD GRADCONF STAMPS INTO THE STUDENT'S   *
011900* KEY GROUP AT CONFERRAL (TYPE 'DG', 44 BYTES, KEY-ID 990).      *
012000* ************************************************************** *
012100 01  DEGREE-AWARD-RECORD.
012200     02  DGR-STUDENT-ID          PIC X(07).
012300     02  DGR-KEY-ID              PIC 9(03).
012400     02  DGR-TYPE                PIC X(02).
012500         88  DGR-IS-DEGREE               VALUE 'DG'.
012600     02  DGR-DEGREE-TERM         PIC X(06).
012700     02  DGR-MAJOR-DEPT          PIC 9(02).
012800     02  DGR-CONFER-DATE         PIC 9(08).
012900     02  DGR-HONORS-CODE         PIC X(01).
013000     02  FILLER                  PIC X(15).
013100
013200 01  SAVED-DEGREE-RECORD         PIC X(44).
013300
013400 01  COURSE-TABLE-RECORD.
013500     02  CTR-DEPARTMENT          PIC 9(02).
013600     02  CTR-NUMBER              PIC 9(03).
013700     02  CTR-DESCRIPTION         PIC X(50).
013800     02  CTR-CREDIT-HOURS        PIC 9(01).
013900
014000 01  DEPARTMENT-TABLE-RECORD.
014100     02  DTR-NUMBER              PIC 9(02).
014200     02  DTR-NAME                PIC X(30).
014300     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
014400     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
014500
014600* ************************************************************** *
014700* ONE RECORD PER GRADUATE ALREADY SENT TO THE ALUMNI OFFICE      *
014800* (DDNAME ALUMTBL, KEYED STUDENT-ID), HOLDING THE ADDRESS LAST   *
014900* SENT SO A LATER CORRECTION CAN BE SPOTTED.                     *
015000* ************************************************************** *
015100 01  ALUMNI-SENT-RECORD.
015200     02  ALM-STUDENT-ID          PIC X(07).
015300     02  ALM-FIRST-SENT-DATE     PIC 9(08).
015400     02  ALM-LAST-SENT-DATE      PIC 9(08).
015500     02  ALM-DEGREE-TERM         PIC X(06).
015600     02  ALM-ADDRESS-SENT.
015700         03  ALM-ADDRESS         PIC X(25).
015800         03  ALM-CITY            PIC X(15).
015900         03  ALM-STATE           PIC X(02).
016000         03  ALM-ZIPCODE         PIC 9(05).
016100     02  FILLER                  PIC X(24).
016200
016300 01  WS-MASTER-ADDRESS.
016400     02  WS-ADDRESS              PIC X(25).
016500     02  WS-CITY                 PIC X(15).
016600     02  WS-STATE                PIC X(02).
016700     02  WS-ZIPCODE              PIC 9(05).
016800
016900* ************************************************************** *
017000* ALUMNI LOAD FILE LAYOUTS.  AXD-ACTION IS 'N' NEW GRADUATE OR   *
017100* 'C' ADDRESS CHANGE; A CHANGE CARRIES THE WHOLE RECORD.         *
017200* ************************************************************** *
017300 01  EXTRACT-HEADER.
017400     02  AXH-RECORD-TYPE         PIC X(01)   VALUE 'H'.
017500     02  AXH-FEED-NAME           PIC X(08)   VALUE 'ALUMEXTR'.
017600     02  AXH-RUN-DATE            PIC 9(08).
017700     02  FILLER                  PIC X(133)  VALUE SPACES.
017800
017900 01  EXTRACT-DETAIL.
018000     02  AXD-RECORD-TYPE         PIC X(01)   VALUE 'D'.
018100     02  AXD-ACTION              PIC X(01).
018200     02  AXD-STUDENT-ID          PIC X(07).
018300     02  AXD-NAME                PIC X(22).
018400     02  AXD-ADDRESS             PIC X(25).
018500     02  AXD-CITY                PIC X(15).
018600     02  AXD-STATE               PIC X(02).
018700     02  AXD-ZIPCODE             PIC 9(05).
018800     02  AXD-MAJOR-DEPT          PIC 9(02).
018900     02  AXD-DEPARTMENT-NAME     PIC X(30).
019000     02  AXD-DEGREE-TERM         PIC X(06).
019100     02  AXD-CONFER-DATE         PIC 9(08).
019200     02  AXD-HONORS-CODE         PIC X(01).
019300     02  AXD-GPA                 PIC 9V99.
019400     02  FILLER                  PIC X(22)   VALUE SPACES.
019500
019600 01  EXTRACT-TRAILER.
019700     02  AXT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
019800     02  AXT-DETAIL-COUNT        PIC 9(07).
019900     02  AXT-NEW-COUNT           PIC 9(07).
020000     02  AXT-CHANGE-COUNT        PIC 9(07).
020100     02  FILLER                  PIC X(128)  VALUE SPACES.
020200
020300 PROCEDURE DIVISION.
020400
020500 000-INITIATE.
020600
020700     ACCEPT WS-RUN-DATE FROM DATE.
020800     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
020900     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
021000     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
021100     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
021200     MOVE WS-RUN-MM TO WS-TODAY-MM.
021300     MOVE WS-RUN-DD TO WS-TODAY-DD.
021400
021500     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
021600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
021700     MOVE VSIO-SEQUENTIAL TO
021800         VSIO-ACCESS OF STUDENT-MASTER-FILE.
021900     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
022000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
022100     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
022200     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
022300     MOVE VSIO-OPEN TO VSIO-COMMAND.
022400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022500                         STUDENT-MASTER-FILE,
022600                         STUDENT-RECORD-AREA.
022700*    END-CALL.
022800     IF NOT VSIO-SUCCESS
022900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023000         MOVE +8 TO RETURN-CODE
023100         STOP RUN.
023200*    END-IF.
023300
023400     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
023500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
023600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF COURSE-TABLE-FILE.
023700     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
023800     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
023900     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
024000     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
024100     MOVE VSIO-OPEN TO VSIO-COMMAND.
024200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024300                         COURSE-TABLE-FILE,
024400                         COURSE-TABLE-RECORD.
024500*    END-CALL.
024600     IF NOT VSIO-SUCCESS
024700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024800         MOVE +8 TO RETURN-CODE
024900         STOP RUN.
025000*    END-IF.
025100
025200     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
025300     MOVE VSIO-KSDS TO
025400         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
025500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
025600     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
025700     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
025800     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
025900     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
026000     MOVE VSIO-OPEN TO VSIO-COMMAND.
026100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026200                         DEPARTMENT-TABLE-FILE,
026300                         DEPARTMENT-TABLE-RECORD.
026400*    END-CALL.
026500     IF NOT VSIO-SUCCESS
026600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026700         MOVE +8 TO RETURN-CODE
026800         STOP RUN.
026900*    END-IF.
027000
027100     MOVE 'ALUMTBL' TO VSIO-DDNAME OF ALUMNI-SENT-FILE.
027200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF ALUMNI-SENT-FILE.
027300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF ALUMNI-SENT-FILE.
027400     MOVE VSIO-I-O TO VSIO-MODE OF ALUMNI-SENT-FILE.
027500     MOVE +100 TO VSIO-RECORD-LENGTH OF ALUMNI-SENT-FILE.
027600     MOVE +0 TO VSIO-KEY-POSITION OF ALUMNI-SENT-FILE.
027700     MOVE +7 TO VSIO-KEY-LENGTH OF ALUMNI-SENT-FILE.
027800     MOVE VSIO-OPEN TO VSIO-COMMAND.
027900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028000                         ALUMNI-SENT-FILE,
028100                         ALUMNI-SENT-RECORD.
028200*    END-CALL.
028300     IF NOT VSIO-SUCCESS
028400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028500         MOVE +8 TO RETURN-CODE
028600         STOP RUN.
028700*    END-IF.
028800     MOVE SPACES TO VSIO-OPERATOR-ID.
028900
029000     OPEN OUTPUT EXTRACT-FILE.
029100     MOVE WS-TODAY-CCYYMMDD TO AXH-RUN-DATE.
029200     WRITE EXTRACT-RECORD FROM EXTRACT-HEADER.
029300
029400 010-PROCESS.
029500
029600     PERFORM 110-PROCESS-RECORD
029700        THRU 119-EXIT
029800       UNTIL END-OF-FILE.
029900*    END-PERFORM.
030000
030100     IF STUDENT-ACTIVE
030200         PERFORM 130-FINISH-STUDENT THRU 139-EXIT.
030300*    END-IF.
030400
030500 020-TERMINATE.
030600
030700     MOVE WS-DETAIL-COUNT TO AXT-DETAIL-COUNT.
030800     MOVE WS-NEW-COUNT TO AXT-NEW-COUNT.
030900     MOVE WS-CHANGE-COUNT TO AXT-CHANGE-COUNT.
031000     WRITE EXTRACT-RECORD FROM EXTRACT-TRAILER.
031100     CLOSE EXTRACT-FILE.
031200
031300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
031400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031500                         STUDENT-MASTER-FILE,
031600                         STUDENT-RECORD-AREA.
031700*    END-CALL.
031800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031900                         COURSE-TABLE-FILE,
032000                         COURSE-TABLE-RECORD.
032100*    END-CALL.
032200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032300                         DEPARTMENT-TABLE-FILE,
032400                         DEPARTMENT-TABLE-RECORD.
032500*    END-CALL.
032600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032700                         ALUMNI-SENT-FILE,
032800                         ALUMNI-SENT-RECORD.
032900*    END-CALL.
033000
033100     IF ERROR-COUNTER NOT EQUAL ZERO
033200         MOVE +8 TO RETURN-CODE.
033300*    END-IF.
033400
033500     DISPLAY 'ALUMEXTR: STUDENTS READ:     ' STUDENT-COUNTER.
033600     DISPLAY 'ALUMEXTR: GRADUATES ON FILE: ' GRADUATE-COUNTER.
033700     DISPLAY 'ALUMEXTR: NEW GRADUATES:     ' AXT-NEW-COUNT.
033800     DISPLAY 'ALUMEXTR: ADDRESS CHANGES:   ' AXT-CHANGE-COUNT.
033900     DISPLAY 'ALUMEXTR: ERRORS:            ' ERROR-COUNTER.
034000     STOP RUN.
034100
034200* ************************************************************** *
034300* ONE STMASTR RECORD.  A DEMOGRAPHIC RECORD FINISHES THE STUDENT *
034400* BEFORE IT AND STARTS A NEW ONE; A DEGREE RECORD MARKS THE      *
034500* STUDENT A GRADUATE; A GRADED COURSE IS LISTED FOR GPACALC THE  *
034600* WAY CLASSRNK LISTS IT.                                         *
034700* ************************************************************** *
034800 110-PROCESS-RECORD.
034900
035000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
035100     MOVE VSIO-READ TO VSIO-COMMAND.
035200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035300                         STUDENT-MASTER-FILE,
035400                         STUDENT-RECORD-AREA.
035500*    END-CALL.
035600     IF NOT VSIO-SUCCESS
035700         IF VSIO-END-OF-FILE
035800             MOVE 'Y' TO END-OF-FILE-SWITCH
035900             GO TO 119-EXIT
036000         ELSE
036100             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036200             ADD +1 TO ERROR-COUNTER
036300             MOVE 'Y' TO END-OF-FILE-SWITCH
036400             GO TO 119-EXIT.
036500*        END-IF
036600*    END-IF.
036700
036800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
036900         GO TO 119-EXIT.
037000*    END-IF.
037100
037200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
037300         MOVE STUDENT-RECORD-AREA TO DEGREE-AWARD-RECORD
037400         IF DGR-IS-DEGREE
037500         AND STUDENT-ACTIVE
037600             MOVE 'Y' TO STUDENT-GRADUATED-SWITCH
037700             MOVE DEGREE-AWARD-RECORD TO SAVED-DEGREE-RECORD
037800         END-IF
037900         GO TO 119-EXIT.
038000*    END-IF.
038100
038200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
038300         IF STUDENT-ACTIVE
038400             PERFORM 130-FINISH-STUDENT THRU 139-EXIT
038500         END-IF
038600         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
038700         MOVE ZERO TO GPAC-COURSE-COUNT
038800         MOVE 'N' TO STUDENT-GRADUATED-SWITCH
038900         MOVE 'Y' TO STUDENT-ACTIVE-SWITCH
039000         ADD +1 TO STUDENT-COUNTER
039100         GO TO 119-EXIT.
039200*    END-IF.
039300
039400     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
039500     IF CIR-GRADE EQUAL ZERO
039600         GO TO 119-EXIT.
039700*    END-IF.
039800
039900     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
040000     MOVE CIR-COURSE TO CTR-NUMBER.
040100     MOVE VSIO-READ TO VSIO-COMMAND.
040200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040300                         COURSE-TABLE-FILE,
040400                         COURSE-TABLE-RECORD.
040500*    END-CALL.
040600     IF NOT VSIO-SUCCESS
040700         MOVE ZERO TO CTR-CREDIT-HOURS
040800         MOVE +0 TO VSIO-RETURN-CODE.
040900*    END-IF.
041000
041100     IF GPAC-COURSE-COUNT NOT LESS THAN 200
041200         GO TO 119-EXIT.
041300*    END-IF.
041400     ADD +1 TO GPAC-COURSE-COUNT.
041500     MOVE CIR-DEPARTMENT TO GPAC-DEPARTMENT (GPAC-COURSE-COUNT).
041600     MOVE CIR-COURSE TO GPAC-COURSE (GPAC-COURSE-COUNT).
041700     MOVE CIR-GRADE TO GPAC-GRADE (GPAC-COURSE-COUNT).
041800     MOVE CTR-CREDIT-HOURS TO GPAC-HOURS (GPAC-COURSE-COUNT).
041900
042000 119-EXIT.
042100     EXIT.
042200
042300* ************************************************************** *
042400* FINISHES THE STUDENT JUST PASSED.  A GRADUATE NOT YET ON       *
042500* ALUMTBL IS SENT AS NEW; ONE WHOSE ADDRESS NO LONGER MATCHES    *
042600* THE ADDRESS LAST SENT IS SENT AS A CHANGE.                     *
042700* ************************************************************** *
042800 130-FINISH-STUDENT.
042900
043000     IF NOT STUDENT-GRADUATED
043100         GO TO 139-EXIT.
043200*    END-IF.
043300     ADD +1 TO GRADUATE-COUNTER.
043400     MOVE SAVED-DEGREE-RECORD TO DEGREE-AWARD-RECORD.
043500
043600     MOVE SIR-ADDRESS TO WS-ADDRESS.
043700     MOVE SIR-CITY TO WS-CITY.
043800     MOVE SIR-STATE TO WS-STATE.
043900     MOVE SIR-ZIPCODE TO WS-ZIPCODE.
044000
044100     MOVE SPACES TO ALUMNI-SENT-RECORD.
044200     MOVE SIR-STUDENT-ID TO ALM-STUDENT-ID.
044300     MOVE VSIO-READ TO VSIO-COMMAND.
044400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044500                         ALUMNI-SENT-FILE,
044600                         ALUMNI-SENT-RECORD.
044700*    END-CALL.
044800
044900     EVALUATE TRUE
045000         WHEN VSIO-SUCCESS
045100             IF ALM-ADDRESS-SENT EQUAL WS-MASTER-ADDRESS
045200                 GO TO 139-EXIT
045300             END-IF
045400             MOVE 'C' TO AXD-ACTION
045500             MOVE VSIO-REWRITE TO VSIO-COMMAND
045600         WHEN VSIO-RECORD-NOT-FOUND
045700             MOVE +0 TO VSIO-RETURN-CODE
045800             MOVE 'N' TO AXD-ACTION
045900             MOVE SPACES TO ALUMNI-SENT-RECORD
046000             MOVE SIR-STUDENT-ID TO ALM-STUDENT-ID
046100             MOVE WS-TODAY-CCYYMMDD TO ALM-FIRST-SENT-DATE
046200             MOVE VSIO-WRITE TO VSIO-COMMAND
046300         WHEN OTHER
046400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046500             ADD +1 TO ERROR-COUNTER
046600             GO TO 139-EXIT
046700     END-EVALUATE.
046800
046900     MOVE WS-TODAY-CCYYMMDD TO ALM-LAST-SENT-DATE.
047000     MOVE DGR-DEGREE-TERM TO ALM-DEGREE-TERM.
047100     MOVE WS-MASTER-ADDRESS TO ALM-ADDRESS-SENT.
047200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047300                         ALUMNI-SENT-FILE,
047400                         ALUMNI-SENT-RECORD.
047500*    END-CALL.
047600     IF NOT VSIO-SUCCESS
047700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047800         ADD +1 TO ERROR-COUNTER
047900         GO TO 139-EXIT.
048000*    END-IF.
048100
048200     PERFORM 140-BUILD-DETAIL THRU 149-EXIT.
048300     WRITE EXTRACT-RECORD FROM EXTRACT-DETAIL.
048400     ADD +1 TO WS-DETAIL-COUNT.
048500     IF AXD-ACTION EQUAL 'N'
048600         ADD +1 TO WS-NEW-COUNT
048700     ELSE
048800         ADD +1 TO WS-CHANGE-COUNT.
048900*    END-IF.
049000
049100 139-EXIT.
049200     EXIT.
049300
049400* ************************************************************** *
049500* FILLS THE LOAD RECORD FOR THE GRADUATE: MASTER NAME AND        *
049600* ADDRESS, THE DEGREE RECORD, THE DEPARTMENT NAME AND THE GPA.   *
049700* ************************************************************** *
049800 140-BUILD-DETAIL.
049900
050000     MOVE SIR-STUDENT-ID TO AXD-STUDENT-ID.
050100     MOVE SIR-NAME TO AXD-NAME.
050200     MOVE SIR-ADDRESS TO AXD-ADDRESS.
050300     MOVE SIR-CITY TO AXD-CITY.
050400     MOVE SIR-STATE TO AXD-STATE.
050500     MOVE SIR-ZIPCODE TO AXD-ZIPCODE.
050600     MOVE DGR-MAJOR-DEPT TO AXD-MAJOR-DEPT.
050700     MOVE DGR-DEGREE-TERM TO AXD-DEGREE-TERM.
050800     MOVE DGR-CONFER-DATE TO AXD-CONFER-DATE.
050900     MOVE DGR-HONORS-CODE TO AXD-HONORS-CODE.
051000
051100     MOVE SPACES TO DEPARTMENT-TABLE-RECORD.
051200     MOVE DGR-MAJOR-DEPT TO DTR-NUMBER.
051300     MOVE VSIO-READ TO VSIO-COMMAND.
051400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051500                         DEPARTMENT-TABLE-FILE,
051600                         DEPARTMENT-TABLE-RECORD.
051700*    END-CALL.
051800     IF VSIO-SUCCESS
051900         MOVE DTR-NAME TO AXD-DEPARTMENT-NAME
052000     ELSE
052100         MOVE '** NOT ON DEPTTBL **' TO AXD-DEPARTMENT-NAME
052200         MOVE +0 TO VSIO-RETURN-CODE.
052300*    END-IF.
052400
052500     MOVE ZERO TO AXD-GPA.
052600     IF GPAC-COURSE-COUNT GREATER THAN ZERO
052700         MOVE GPAC-COMPUTE-GPA TO GPAC-COMMAND
052800         CALL 'GPACALC' USING GPAC-PARAMETER-BLOCK
052900         IF GPAC-TOTAL-HOURS GREATER THAN ZERO
053000             MOVE GPAC-GPA TO AXD-GPA.
053100*        END-IF
053200*    END-IF.
053300
053400 149-EXIT.
053500     EXIT.
053600
053700* ************************************************************** *
053800* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
053900* OTHER THAN SUCCESS OR END-OF-FILE.                             *
054000* ************************************************************** *
054100 500-DISPLAY-UNKNOWN-ERROR.
054200
054300     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
054400     EXHIBIT NAMED VSIO-RETURN-CODE.
054500     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
054600                   VSIO-VSAM-FUNCTION-CODE,
054700                   VSIO-VSAM-FEEDBACK-CODE.
054800
054900 509-EXIT.
055000     EXIT.
