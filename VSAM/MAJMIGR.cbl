000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MAJMIGR.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAJOR MIGRATION REPORT.  PASSES STUDENT-MASTER-FILE ONCE AND  *
000900* PICKS UP EVERY MAJOR HISTORY RECORD (44 BYTES, TYPE 'MJ',     *
001000* WRITTEN BY STUMAINT'S MAJ CARD) WHOSE EFFECTIVE SEMESTER IS   *
001100* THE ONE ON THE SYSIN CARD.  THE FIRST PART LISTS WHO LEFT     *
001200* WHICH DEPARTMENT AND FOR WHERE, GROUPED BY THE DEPARTMENT     *
001300* LEFT (IN OLD MAJOR, NEW MAJOR, STUDENT-ID ORDER); THE SECOND  *
001400* PART SUMMARIZES EACH DEPARTMENT'S LOSSES, GAINS AND NET       *
001500* CHANGE.  A STUDENT WHOSE OLD MAJOR WAS NOT A DEPARTMENT       *
001600* NUMBER IS SHOWN AS COMING FROM UNDECLARED.                    *
001700*                                                               *
001800* SYSIN CARD: COLS 1-6 SEMESTER (MUST BE ON SEMTBL).            *
001900*                                                               *
002000* MODIFICATION HISTORY.                                         *
002100*   DATE       INIT  DESCRIPTION                                *
002200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002300* ************************************************************* *
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT CONTROL-CARD-FILE
003400         ASSIGN TO UT-S-SYSIN.
003500
003600     SELECT REPORT-FILE
003700         ASSIGN TO UR-1403-S-SYSPRINT.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CONTROL-CARD-FILE
004200     LABEL RECORDS ARE OMITTED
004300     RECORD CONTAINS 80 CHARACTERS
004400     BLOCK CONTAINS 0 RECORDS
004500     DATA RECORD IS CONTROL-CARD-RECORD.
004600 01  CONTROL-CARD-RECORD.
004700     02  CC-SEMESTER             PIC X(06).
004800     02  FILLER                  PIC X(74).
004900
005000 FD  REPORT-FILE
005100     LABEL RECORDS ARE OMITTED
005200     RECORD CONTAINS 132 CHARACTERS
005300     BLOCK CONTAINS 0 RECORDS
005400     DATA RECORD IS REPORT-LINE.
005500 01  REPORT-LINE                 PIC X(132).
005600
005700 WORKING-STORAGE SECTION.
005800 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
005900     88  MASTER-EOF                          VALUE 'Y'.
006000
006100 77  MOVE-IDX                    PIC S9(4) COMP VALUE ZERO.
006200 77  MOVE-COUNT                  PIC S9(4) COMP VALUE ZERO.
006300 77  MOVE-MAX                    PIC S9(4) COMP VALUE +2000.
006400 77  BEST-IDX                    PIC S9(4) COMP VALUE ZERO.
006500 77  PRINTED-COUNT               PIC S9(4) COMP VALUE ZERO.
006600 77  DEPT-IDX                    PIC S9(4) COMP VALUE ZERO.
006700 77  GROUP-COUNTER               PIC S9(4) COMP VALUE ZERO.
006800 77  UNDECLARED-COUNTER          PIC S9(4) COMP VALUE ZERO.
006900 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
007000
007100 01  WS-CURRENT-ID               PIC X(07)   VALUE SPACES.
007200 01  WS-CURRENT-NAME             PIC X(22)   VALUE SPACES.
007300 01  WS-GROUP-FROM               PIC X(02)   VALUE SPACES.
007400 01  WS-NET                      PIC S9(4) COMP VALUE ZERO.
007500
007600 01  MIGRATION-TABLE.
007700     02  MIGRATION-ENTRY OCCURS 2000 TIMES.
007800         03  MGE-SORT-KEY.
007900             04  MGE-OLD-MAJOR   PIC X(03).
008000             04  FILLER          REDEFINES MGE-OLD-MAJOR.
008100                 05  MGE-FROM-DEPT
008200                                 PIC X(02).
008300                 05  FILLER      PIC X(01).
008400             04  MGE-NEW-MAJOR   PIC X(03).
008500             04  FILLER          REDEFINES MGE-NEW-MAJOR.
008600                 05  MGE-TO-DEPT PIC 9(02).
008700                 05  FILLER      PIC X(01).
008800             04  MGE-STUDENT-ID  PIC X(07).
008900         03  MGE-NAME            PIC X(22).
009000         03  MGE-CHANGE-DATE     PIC 9(08).
009100         03  MGE-OPERATOR-ID     PIC X(08).
009200         03  MGE-PRINTED-SW      PIC X(01).
009300             88  MGE-PRINTED             VALUE 'Y'.
009400
009500* ************************************************************** *
009600* LOSSES AND GAINS, SUBSCRIPTED BY DEPARTMENT NUMBER + 1.        *
009700* ************************************************************** *
009800 01  DEPT-MOVEMENT-TABLE.
009900     02  DEPT-MOVEMENT-ENTRY OCCURS 100 TIMES.
010000         03  DME-LEFT            PIC S9(4) COMP.
010100         03  DME-ARRIVED         PIC S9(4) COMP.
010200
010300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010400 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
010500 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
010600 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
010700
010800 01  STUDENT-RECORD-AREA         PIC X(83).
010900 01  STUDENT-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
011000     02  SIR-STUDENT-ID          PIC X(07).
011100     02  SIR-KEY-ID              PIC 9(03).
011200     02  SIR-NAME                PIC X(22).
011300     02  FILLER                  PIC X(51).
011400
011500* ************************************************************** *
011600* THE MAJOR HISTORY RECORD TYPE ON STUDENT-MASTER-FILE (44       *
011700* BYTES, TYPE 'MJ', KEY-IDS 800-899, WRITTEN BY STUMAINT'S MAJ   *
011800* CARD).                                                         *
011900* ************************************************************** *
012000 01  MAJOR-HISTORY-RECORD.
012100     02  MHR-STUDENT-ID          PIC X(07).
012200     02  MHR-KEY-ID              PIC 9(03).
012300     02  MHR-TYPE                PIC X(02).
012400         88  MHR-IS-MAJOR-CHANGE         VALUE 'MJ'.
012500     02  MHR-EFFECTIVE-TERM      PIC X(06).
012600     02  MHR-OLD-MAJOR           PIC X(03).
012700     02  MHR-NEW-MAJOR           PIC X(03).
012800     02  MHR-CHANGE-DATE         PIC 9(08).
012900     02  MHR-OPERATOR-ID         PIC X(08).
013000     02  FILLER                  PIC X(04).
013100
013200 01  SEMESTER-TABLE-RECORD.
013300     02  SMR-CODE                PIC X(06).
013400     02  SMR-DESCRIPTION         PIC X(20).
013500     02  FILLER                  PIC X(98).
013600
013700 01  DEPARTMENT-TABLE-RECORD.
013800     02  DTR-NUMBER              PIC 9(02).
013900     02  DTR-NAME                PIC X(30).
014000     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
014100     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
014200
014300 01  HEADING-LINE-1.
014400     02  FILLER                  PIC X(46) VALUE
014500         'MAJMIGR - MAJOR MIGRATION BETWEEN DEPARTMENTS '.
014600     02  FILLER                  PIC X(09) VALUE 'SEMESTER '.
014700     02  HL1-SEMESTER            PIC X(06).
014800     02  FILLER                  PIC X(02) VALUE SPACES.
014900     02  HL1-DESCRIPTION         PIC X(20).
015000     02  FILLER                  PIC X(49) VALUE SPACES.
015100
015200 01  HEADING-LINE-2.
015300     02  HL2-TITLE               PIC X(40).
015400     02  FILLER                  PIC X(92) VALUE SPACES.
015500
015600 01  GROUP-HEADING-LINE.
015700     02  FILLER                  PIC X(05) VALUE 'LEFT '.
015800     02  GHL-FROM-DEPT           PIC X(02).
015900     02  FILLER                  PIC X(02) VALUE SPACES.
016000     02  GHL-FROM-NAME           PIC X(30).
016100     02  FILLER                  PIC X(93) VALUE SPACES.
016200
016300 01  DETAIL-COLUMN-LINE.
016400     02  FILLER                  PIC X(04) VALUE SPACES.
016500     02  FILLER                  PIC X(09) VALUE 'STUDENTID'.
016600     02  FILLER                  PIC X(02) VALUE SPACES.
016700     02  FILLER                  PIC X(22) VALUE 'NAME'.
016800     02  FILLER                  PIC X(02) VALUE SPACES.
016900     02  FILLER                  PIC X(08) VALUE 'OLD  NEW'.
017000     02  FILLER                  PIC X(02) VALUE SPACES.
017100     02  FILLER                  PIC X(30) VALUE 'NEW DEPARTMENT'.
017200     02  FILLER                  PIC X(02) VALUE SPACES.
017300     02  FILLER                  PIC X(08) VALUE 'CHANGED '.
017400     02  FILLER                  PIC X(02) VALUE SPACES.
017500     02  FILLER                  PIC X(08) VALUE 'OPERATOR'.
017600     02  FILLER                  PIC X(33) VALUE SPACES.
017700
017800 01  DETAIL-LINE.
017900     02  FILLER                  PIC X(04) VALUE SPACES.
018000     02  DL-STUDENT-ID           PIC X(07).
018100     02  FILLER                  PIC X(04) VALUE SPACES.
018200     02  DL-NAME                 PIC X(22).
018300     02  FILLER                  PIC X(02) VALUE SPACES.
018400     02  DL-OLD-MAJOR            PIC X(03).
018500     02  FILLER                  PIC X(02) VALUE SPACES.
018600     02  DL-NEW-MAJOR            PIC X(03).
018700     02  FILLER                  PIC X(02) VALUE SPACES.
018800     02  DL-TO-NAME              PIC X(30).
018900     02  FILLER                  PIC X(02) VALUE SPACES.
019000     02  DL-CHANGE-DATE          PIC 9(08).
019100     02  FILLER                  PIC X(02) VALUE SPACES.
019200     02  DL-OPERATOR-ID          PIC X(08).
019300     02  FILLER                  PIC X(33) VALUE SPACES.
019400
019500 01  GROUP-TOTAL-LINE.
019600     02  FILLER                  PIC X(04) VALUE SPACES.
019700     02  GTL-COUNT               PIC ZZZ9.
019800     02  FILLER                  PIC X(31) VALUE
019900         ' STUDENT(S) LEFT THE DEPARTMENT'.
020000     02  FILLER                  PIC X(93) VALUE SPACES.
020100
020200 01  SUMMARY-COLUMN-LINE.
020300     02  FILLER                  PIC X(34) VALUE 'DEPARTMENT'.
020400     02  FILLER                  PIC X(24) VALUE
020500         '    LEFT ARRIVED     NET'.
020600     02  FILLER                  PIC X(74) VALUE SPACES.
020700
020800 01  SUMMARY-LINE.
020900     02  SL-DEPT                 PIC X(02).
021000     02  FILLER                  PIC X(02) VALUE SPACES.
021100     02  SL-NAME                 PIC X(30).
021200     02  SL-LEFT                 PIC ZZZZZZZ9.
021300     02  SL-ARRIVED              PIC ZZZZZZZ9.
021400     02  SL-NET                  PIC +++++++9.
021500     02  FILLER                  PIC X(74) VALUE SPACES.
021600
021700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
021800
021900 PROCEDURE DIVISION.
022000
022100 000-INITIATE.
022200
022300     DISPLAY 'MAJMIGR: MAJOR MIGRATION REPORT'.
022400     DISPLAY '-------------------------------'.
022500     DISPLAY ' '.
022600
022700     OPEN INPUT CONTROL-CARD-FILE.
022800     MOVE SPACES TO CONTROL-CARD-RECORD.
022900     READ CONTROL-CARD-FILE
023000         AT END
023100             DISPLAY 'MAJMIGR: NO SEMESTER CARD SUPPLIED - '
023200                     'STOPPING'
023300             MOVE +8 TO RETURN-CODE
023400             STOP RUN.
023500*    END-READ.
023600     CLOSE CONTROL-CARD-FILE.
023700
023800     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
023900     MOVE VSIO-KSDS TO
024000         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
024100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
024200     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
024300     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
024400     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
024500     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
024600     MOVE VSIO-OPEN TO VSIO-COMMAND.
024700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024800                         SEMESTER-TABLE-FILE,
024900                         SEMESTER-TABLE-RECORD.
025000*    END-CALL.
025100     IF NOT VSIO-SUCCESS
025200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
025300         MOVE +8 TO RETURN-CODE
025400         STOP RUN.
025500*    END-IF.
025600
025700     MOVE SPACES TO SEMESTER-TABLE-RECORD.
025800     MOVE CC-SEMESTER TO SMR-CODE.
025900     MOVE VSIO-READ TO VSIO-COMMAND.
026000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026100                         SEMESTER-TABLE-FILE,
026200                         SEMESTER-TABLE-RECORD.
026300*    END-CALL.
026400     IF NOT VSIO-SUCCESS
026500         DISPLAY 'MAJMIGR: SEMESTER ' CC-SEMESTER
026600                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
026700         MOVE +8 TO RETURN-CODE
026800         STOP RUN.
026900*    END-IF.
027000
027100     MOVE VSIO-CLOSE TO VSIO-COMMAND.
027200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027300                         SEMESTER-TABLE-FILE,
027400                         SEMESTER-TABLE-RECORD.
027500*    END-CALL.
027600
027700     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
027800     MOVE VSIO-KSDS TO
027900         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
028000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
028100     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
028200     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
028300     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
028400     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
028500     MOVE VSIO-OPEN TO VSIO-COMMAND.
028600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028700                         DEPARTMENT-TABLE-FILE,
028800                         DEPARTMENT-TABLE-RECORD.
028900*    END-CALL.
029000     IF NOT VSIO-SUCCESS
029100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029200         MOVE +8 TO RETURN-CODE
029300         STOP RUN.
029400*    END-IF.
029500
029600     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
029700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
029800     MOVE VSIO-SEQUENTIAL TO
029900         VSIO-ACCESS OF STUDENT-MASTER-FILE.
030000     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
030100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
030200     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
030300     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
030400     MOVE VSIO-OPEN TO VSIO-COMMAND.
030500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030600                         STUDENT-MASTER-FILE,
030700                         STUDENT-RECORD-AREA.
030800*    END-CALL.
030900     IF NOT VSIO-SUCCESS
031000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
031100         MOVE +8 TO RETURN-CODE
031200         STOP RUN.
031300*    END-IF.
031400
031500     INITIALIZE DEPT-MOVEMENT-TABLE.
031600     OPEN OUTPUT REPORT-FILE.
031700
031800 010-PROCESS.
031900
032000     PERFORM 110-READ-ONE-RECORD
032100        THRU 119-EXIT
032200       UNTIL MASTER-EOF.
032300*    END-PERFORM.
032400
032500     MOVE CC-SEMESTER TO HL1-SEMESTER.
032600     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
032700     MOVE 'CHANGES OF MAJOR BY DEPARTMENT LEFT' TO HL2-TITLE.
032800     WRITE REPORT-LINE FROM HEADING-LINE-1
032900         AFTER ADVANCING PAGE.
033000     WRITE REPORT-LINE FROM HEADING-LINE-2.
033100     WRITE REPORT-LINE FROM BLANK-LINE.
033200
033300     MOVE HIGH-VALUES TO WS-GROUP-FROM.
033400     MOVE ZERO TO PRINTED-COUNT.
033500     PERFORM 150-PRINT-NEXT-CHANGE
033600        THRU 159-EXIT
033700       UNTIL PRINTED-COUNT NOT LESS THAN MOVE-COUNT.
033800*    END-PERFORM.
033900     IF MOVE-COUNT GREATER THAN ZERO
034000         PERFORM 165-CLOSE-GROUP THRU 165-EXIT
034100     ELSE
034200         MOVE '    NO CHANGES OF MAJOR EFFECTIVE THIS SEMESTER'
034300             TO REPORT-LINE
034400         WRITE REPORT-LINE.
034500*    END-IF.
034600
034700     MOVE 'DEPARTMENT SUMMARY' TO HL2-TITLE.
034800     WRITE REPORT-LINE FROM HEADING-LINE-1
034900         AFTER ADVANCING PAGE.
035000     WRITE REPORT-LINE FROM HEADING-LINE-2.
035100     WRITE REPORT-LINE FROM BLANK-LINE.
035200     WRITE REPORT-LINE FROM SUMMARY-COLUMN-LINE.
035300     IF UNDECLARED-COUNTER GREATER THAN ZERO
035400         MOVE SPACES TO SL-DEPT
035500         MOVE 'UNDECLARED' TO SL-NAME
035600         MOVE UNDECLARED-COUNTER TO SL-LEFT
035700         MOVE ZERO TO SL-ARRIVED
035800         COMPUTE WS-NET = ZERO - UNDECLARED-COUNTER
035900         MOVE WS-NET TO SL-NET
036000         WRITE REPORT-LINE FROM SUMMARY-LINE.
036100*    END-IF.
036200     PERFORM 170-PRINT-ONE-DEPARTMENT
036300        THRU 179-EXIT
036400       VARYING DEPT-IDX FROM 1 BY 1
036500         UNTIL DEPT-IDX GREATER THAN 100.
036600*    END-PERFORM.
036700
036800 020-TERMINATE.
036900
037000     CLOSE REPORT-FILE.
037100
037200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
037300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037400                         STUDENT-MASTER-FILE,
037500                         STUDENT-RECORD-AREA.
037600*    END-CALL.
037700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037800                         DEPARTMENT-TABLE-FILE,
037900                         DEPARTMENT-TABLE-RECORD.
038000*    END-CALL.
038100
038200     DISPLAY 'MAJMIGR: CHANGES OF MAJOR:   ' MOVE-COUNT.
038300
038400     IF ERROR-COUNTER GREATER THAN ZERO
038500         MOVE +8 TO RETURN-CODE.
038600*    END-IF.
038700     STOP RUN.
038800
038900* ************************************************************** *
039000* READS ONE STUDENT-MASTER-FILE RECORD.  THE 83-BYTE MASTER      *
039100* GIVES THE NAME FOR THE KEY GROUP; AN 'MJ' RECORD EFFECTIVE     *
039200* THIS SEMESTER IS TABLED AND COUNTED.                           *
039300* ************************************************************** *
039400 110-READ-ONE-RECORD.
039500
039600     MOVE SPACES TO STUDENT-RECORD-AREA.
039700     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
039800     MOVE VSIO-READ TO VSIO-COMMAND.
039900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040000                         STUDENT-MASTER-FILE,
040100                         STUDENT-RECORD-AREA.
040200*    END-CALL.
040300     IF NOT VSIO-SUCCESS
040400         IF VSIO-END-OF-FILE
040500             MOVE 'Y' TO MASTER-EOF-SW
040600         ELSE
040700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
040800             ADD +1 TO ERROR-COUNTER
040900             MOVE 'Y' TO MASTER-EOF-SW.
041000*        END-IF
041100*    END-IF.
041200     IF MASTER-EOF
041300         GO TO 119-EXIT.
041400*    END-IF.
041500
041600     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
041700         MOVE SIR-STUDENT-ID TO WS-CURRENT-ID
041800         MOVE SIR-NAME TO WS-CURRENT-NAME
041900         GO TO 119-EXIT.
042000*    END-IF.
042100     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +44
042200         GO TO 119-EXIT.
042300*    END-IF.
042400
042500     MOVE STUDENT-RECORD-AREA TO MAJOR-HISTORY-RECORD.
042600     IF NOT MHR-IS-MAJOR-CHANGE
042700     OR MHR-EFFECTIVE-TERM NOT EQUAL CC-SEMESTER
042800         GO TO 119-EXIT.
042900*    END-IF.
043000
043100     IF MOVE-COUNT NOT LESS THAN MOVE-MAX
043200         DISPLAY 'MAJMIGR: MIGRATION TABLE FULL - '
043300             MHR-STUDENT-ID ' NOT LISTED'
043400         ADD +1 TO ERROR-COUNTER
043500         GO TO 119-EXIT.
043600*    END-IF.
043700
043800     ADD 1 TO MOVE-COUNT.
043900     MOVE MOVE-COUNT TO MOVE-IDX.
044000     MOVE MHR-OLD-MAJOR TO MGE-OLD-MAJOR (MOVE-IDX).
044100     MOVE MHR-NEW-MAJOR TO MGE-NEW-MAJOR (MOVE-IDX).
044200     MOVE MHR-STUDENT-ID TO MGE-STUDENT-ID (MOVE-IDX).
044300     IF MHR-STUDENT-ID EQUAL WS-CURRENT-ID
044400         MOVE WS-CURRENT-NAME TO MGE-NAME (MOVE-IDX)
044500     ELSE
044600         MOVE '*** NO MASTER RECORD ***' TO MGE-NAME (MOVE-IDX).
044700*    END-IF.
044800     MOVE MHR-CHANGE-DATE TO MGE-CHANGE-DATE (MOVE-IDX).
044900     MOVE MHR-OPERATOR-ID TO MGE-OPERATOR-ID (MOVE-IDX).
045000     MOVE 'N' TO MGE-PRINTED-SW (MOVE-IDX).
045100
045200     IF MGE-FROM-DEPT (MOVE-IDX) NUMERIC
045300         MOVE MGE-FROM-DEPT (MOVE-IDX) TO DEPT-IDX
045400         ADD 1 TO DEPT-IDX
045500         ADD 1 TO DME-LEFT (DEPT-IDX)
045600     ELSE
045700         ADD 1 TO UNDECLARED-COUNTER.
045800*    END-IF.
045900     COMPUTE DEPT-IDX = MGE-TO-DEPT (MOVE-IDX) + 1.
046000     ADD 1 TO DME-ARRIVED (DEPT-IDX).
046100
046200 119-EXIT.
046300     EXIT.
046400
046500* ************************************************************** *
046600* PRINTS THE UNPRINTED CHANGE WITH THE LOWEST OLD MAJOR, NEW     *
046700* MAJOR AND STUDENT-ID, BREAKING ON THE DEPARTMENT LEFT.         *
046800* ************************************************************** *
046900 150-PRINT-NEXT-CHANGE.
047000
047100     MOVE ZERO TO BEST-IDX.
047200     PERFORM 152-FIND-LOWEST-CHANGE
047300        THRU 152-EXIT
047400       VARYING MOVE-IDX FROM 1 BY 1
047500         UNTIL MOVE-IDX GREATER THAN MOVE-COUNT.
047600*    END-PERFORM.
047700
047800     IF BEST-IDX EQUAL ZERO
047900         MOVE MOVE-COUNT TO PRINTED-COUNT
048000         GO TO 159-EXIT.
048100*    END-IF.
048200
048300     MOVE 'Y' TO MGE-PRINTED-SW (BEST-IDX).
048400     ADD 1 TO PRINTED-COUNT.
048500
048600     IF MGE-FROM-DEPT (BEST-IDX) NOT EQUAL WS-GROUP-FROM
048700         PERFORM 160-START-GROUP THRU 160-EXIT.
048800*    END-IF.
048900
049000     MOVE MGE-STUDENT-ID (BEST-IDX) TO DL-STUDENT-ID.
049100     MOVE MGE-NAME (BEST-IDX) TO DL-NAME.
049200     MOVE MGE-OLD-MAJOR (BEST-IDX) TO DL-OLD-MAJOR.
049300     MOVE MGE-NEW-MAJOR (BEST-IDX) TO DL-NEW-MAJOR.
049400     MOVE MGE-TO-DEPT (BEST-IDX) TO DTR-NUMBER.
049500     PERFORM 180-READ-DEPARTMENT THRU 189-EXIT.
049600     MOVE DTR-NAME TO DL-TO-NAME.
049700     MOVE MGE-CHANGE-DATE (BEST-IDX) TO DL-CHANGE-DATE.
049800     MOVE MGE-OPERATOR-ID (BEST-IDX) TO DL-OPERATOR-ID.
049900     WRITE REPORT-LINE FROM DETAIL-LINE.
050000     ADD 1 TO GROUP-COUNTER.
050100
050200 159-EXIT.
050300     EXIT.
050400
050500 152-FIND-LOWEST-CHANGE.
050600
050700     IF MGE-PRINTED (MOVE-IDX)
050800         GO TO 152-EXIT.
050900*    END-IF.
051000
051100     IF BEST-IDX EQUAL ZERO
051200         MOVE MOVE-IDX TO BEST-IDX
051300     ELSE
051400         IF MGE-SORT-KEY (MOVE-IDX) LESS THAN
051500                 MGE-SORT-KEY (BEST-IDX)
051600             MOVE MOVE-IDX TO BEST-IDX.
051700*        END-IF
051800*    END-IF.
051900
052000 152-EXIT.
052100     EXIT.
052200
052300 160-START-GROUP.
052400
052500     IF WS-GROUP-FROM NOT EQUAL HIGH-VALUES
052600         PERFORM 165-CLOSE-GROUP THRU 165-EXIT.
052700*    END-IF.
052800
052900     MOVE MGE-FROM-DEPT (BEST-IDX) TO WS-GROUP-FROM.
053000     MOVE ZERO TO GROUP-COUNTER.
053100     MOVE WS-GROUP-FROM TO GHL-FROM-DEPT.
053200     IF WS-GROUP-FROM NUMERIC
053300         MOVE WS-GROUP-FROM TO DTR-NUMBER
053400         PERFORM 180-READ-DEPARTMENT THRU 189-EXIT
053500         MOVE DTR-NAME TO GHL-FROM-NAME
053600     ELSE
053700         MOVE 'UNDECLARED' TO GHL-FROM-NAME.
053800*    END-IF.
053900     WRITE REPORT-LINE FROM GROUP-HEADING-LINE.
054000     WRITE REPORT-LINE FROM DETAIL-COLUMN-LINE.
054100
054200 160-EXIT.
054300     EXIT.
054400
054500 165-CLOSE-GROUP.
054600
054700     MOVE GROUP-COUNTER TO GTL-COUNT.
054800     WRITE REPORT-LINE FROM GROUP-TOTAL-LINE.
054900     WRITE REPORT-LINE FROM BLANK-LINE.
055000
055100 165-EXIT.
055200     EXIT.
055300
055400 170-PRINT-ONE-DEPARTMENT.
055500
055600     IF DME-LEFT (DEPT-IDX) EQUAL ZERO
055700     AND DME-ARRIVED (DEPT-IDX) EQUAL ZERO
055800         GO TO 179-EXIT.
055900*    END-IF.
056000
056100     COMPUTE DTR-NUMBER = DEPT-IDX - 1.
056200     MOVE DTR-NUMBER TO SL-DEPT.
056300     PERFORM 180-READ-DEPARTMENT THRU 189-EXIT.
056400     MOVE DTR-NAME TO SL-NAME.
056500     MOVE DME-LEFT (DEPT-IDX) TO SL-LEFT.
056600     MOVE DME-ARRIVED (DEPT-IDX) TO SL-ARRIVED.
056700     COMPUTE WS-NET =
056800         DME-ARRIVED (DEPT-IDX) - DME-LEFT (DEPT-IDX).
056900     MOVE WS-NET TO SL-NET.
057000     WRITE REPORT-LINE FROM SUMMARY-LINE.
057100
057200 179-EXIT.
057300     EXIT.
057400
057500* ************************************************************** *
057600* READS DTR-NUMBER FROM DEPTTBL, NAMING A MISSING DEPARTMENT.    *
057700* ************************************************************** *
057800 180-READ-DEPARTMENT.
057900
058000     MOVE VSIO-READ TO VSIO-COMMAND.
058100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058200                         DEPARTMENT-TABLE-FILE,
058300                         DEPARTMENT-TABLE-RECORD.
058400*    END-CALL.
058500     IF NOT VSIO-SUCCESS
058600         MOVE '*** NOT IN TABLE FILE ***' TO DTR-NAME
058700         MOVE +0 TO VSIO-RETURN-CODE.
058800*    END-IF.
058900
059000 189-EXIT.
059100     EXIT.
059200
059300* ************************************************************** *
059400* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
059500* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
059600* PROGRAM IN THIS SUITE.                                         *
059700* ************************************************************** *
059800 500-DISPLAY-UNKNOWN-ERROR.
059900
060000     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
060100     EXHIBIT NAMED VSIO-RETURN-CODE.
060200     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
060300                   VSIO-VSAM-FUNCTION-CODE,
060400                   VSIO-VSAM-FEEDBACK-CODE.
060500
060600 509-EXIT.
060700     EXIT.
