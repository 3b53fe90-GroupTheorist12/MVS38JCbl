000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECTROLL.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* TERM ROLLOVER OF THE SECTION OFFERINGS.  EVERY SECTION OF THE *
000900* FROM-SEMESTER ON SECTION-TABLE-FILE IS COPIED FORWARD AS A    *
001000* SECTION OF THE TO-SEMESTER -- SAME DESCRIPTION, CAPACITY,     *
001100* MEETING DAYS AND TIMES, ROOM, INSTRUCTOR AND CROSS-LIST LINK  *
001200* -- WITH STR-ENROLLED ZEROED, SO THE CHAIRS START THE NEXT     *
001300* TERM'S SCHEDULE FROM A DRAFT AND MAINTAIN ONLY THE CHANGES    *
001400* THROUGH TBLMAINT.  THE FROM-SEMESTER SECTIONS ARE LEFT AS     *
001500* THEY WERE, SO THE REPORTS CAN STILL LOOK BACK AT THAT TERM.   *
001600*                                                                 *
001700* SYSIN CARD: COLS 1-6 FROM-SEMESTER, COLS 7-12 TO-SEMESTER.    *
001800* BOTH MUST BE ON THE SEMTBL CALENDAR AND MUST DIFFER.  THE     *
001900* FROM-TERM SECTIONS ARE FIRST COLLECTED INTO STORAGE, THEN     *
002000* WRITTEN UNDER THE NEW KEY.  A SECTION ALREADY ON FILE FOR THE *
002100* TO-SEMESTER IS LEFT UNTOUCHED AND LISTED AS SUCH, SO A RERUN  *
002200* AFTER A PARTIAL ROLLOVER PICKS UP ONLY WHAT WAS MISSED.       *
002300* EVERY SECTION PRINTS ON THE ROLLOVER REGISTER WITH ITS        *
002400* DISPOSITION.  THE RUN ENDS RC 8 ON A BAD CARD OR A VSAM       *
002500* ERROR.                                                        *
002600*                                                                 *
002700* MODIFICATION HISTORY.                                          *
002800*   DATE       INIT  DESCRIPTION                                 *
002900*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
003000* ************************************************************* *
003100
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900
004000     SELECT CONTROL-CARD-FILE
004100         ASSIGN TO UT-S-SYSIN.
004200
004300     SELECT REPORT-FILE
004400         ASSIGN TO UR-1403-S-SYSPRINT.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONTROL-CARD-FILE
004900     LABEL RECORDS ARE OMITTED
005000     RECORD CONTAINS 80 CHARACTERS
005100     BLOCK CONTAINS 0 RECORDS
005200     DATA RECORD IS CONTROL-CARD-RECORD.
005300 01  CONTROL-CARD-RECORD.
005400     02  CC-FROM-SEMESTER        PIC X(06).
005500     02  CC-TO-SEMESTER          PIC X(06).
005600     02  FILLER                  PIC X(68).
005700
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE OMITTED
006000     RECORD CONTAINS 132 CHARACTERS
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS REPORT-LINE.
006300 01  REPORT-LINE                 PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
006700     88  END-OF-FILE                         VALUE 'Y'.
006800
006900 77  ROLL-COUNT                  PIC S9(4) COMP VALUE ZERO.
007000 77  ROLL-IDX                    PIC S9(4) COMP VALUE ZERO.
007100 77  ROLL-LIMIT                  PIC S9(4) COMP VALUE +2000.
007200
007300 77  CARRIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007400 77  ON-FILE-COUNTER             PIC S9(8) COMP VALUE ZERO.
007500 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
007600
007700* ************************************************************** *
007800* THE FROM-SEMESTER SECTIONS, COLLECTED ON THE SEQUENTIAL PASS   *
007900* AND WRITTEN FORWARD ON THE DIRECT PASS.                        *
008000* ************************************************************** *
008100 01  ROLL-TABLE.
008200     02  ROLL-ENTRY OCCURS 2000 TIMES
008300                                 PIC X(61).
008400
008500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008600 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
008700 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
008800
008900 01  SECTION-TABLE-RECORD.
009000     02  STR-DEPARTMENT          PIC 9(02).
009100     02  STR-COURSE              PIC 9(03).
009200     02  STR-NUMBER              PIC 9(01).
009300     02  STR-SEMESTER            PIC X(06).
009400     02  STR-DESCRIPTION         PIC X(11).
009500     02  STR-CAPACITY            PIC 9(03).
009600     02  STR-ENROLLED            PIC 9(03).
009700     02  STR-MEET-DAYS           PIC X(05).
009800     02  STR-START-TIME          PIC 9(04).
009900     02  STR-END-TIME            PIC 9(04).
010000     02  STR-ROOM                PIC X(05).
010100     02  STR-INSTRUCTOR-ID       PIC X(05).
010200     02  STR-XLIST-SECTION       PIC 9(06).
010300     02  STR-XLIST-SHARE         PIC 9(03).
010400
010500 01  SEMESTER-TABLE-RECORD.
010600     02  SMR-CODE                PIC X(06).
010700     02  SMR-DESCRIPTION         PIC X(20).
010800     02  FILLER                  PIC X(98).
010900
011000 01  HEADING-LINE-1.
011100     02  FILLER                  PIC X(41) VALUE
011200         'SECTROLL - SECTION ROLLOVER REGISTER FROM'.
011300     02  FILLER                  PIC X(01) VALUE SPACE.
011400     02  HL1-FROM-SEMESTER       PIC X(06).
011500     02  FILLER                  PIC X(04) VALUE ' TO '.
011600     02  HL1-TO-SEMESTER         PIC X(06).
011700     02  FILLER                  PIC X(74) VALUE SPACES.
011800
011900 01  HEADING-LINE-2.
012000     02  FILLER                  PIC X(10) VALUE 'SECTION'.
012100     02  FILLER                  PIC X(13) VALUE 'DESCRIPTION'.
012200     02  FILLER                  PIC X(05) VALUE 'CAP'.
012300     02  FILLER                  PIC X(07) VALUE 'DAYS'.
012400     02  FILLER                  PIC X(11) VALUE 'TIME'.
012500     02  FILLER                  PIC X(07) VALUE 'ROOM'.
012600     02  FILLER                  PIC X(07) VALUE 'INSTR'.
012700     02  FILLER                  PIC X(08) VALUE 'XLIST'.
012800     02  FILLER                  PIC X(64) VALUE 'DISPOSITION'.
012900
013000 01  DETAIL-LINE.
013100     02  DL-DEPARTMENT           PIC 9(02).
013200     02  FILLER                  PIC X(01) VALUE '-'.
013300     02  DL-COURSE               PIC 9(03).
013400     02  FILLER                  PIC X(01) VALUE '-'.
013500     02  DL-SECTION              PIC 9(01).
013600     02  FILLER                  PIC X(02) VALUE SPACES.
013700     02  DL-DESCRIPTION          PIC X(11).
013800     02  FILLER                  PIC X(02) VALUE SPACES.
013900     02  DL-CAPACITY             PIC ZZ9.
014000     02  FILLER                  PIC X(02) VALUE SPACES.
014100     02  DL-MEET-DAYS            PIC X(05).
014200     02  FILLER                  PIC X(02) VALUE SPACES.
014300     02  DL-START-TIME           PIC X(04).
014400     02  FILLER                  PIC X(01) VALUE '-'.
014500     02  DL-END-TIME             PIC X(04).
014600     02  FILLER                  PIC X(02) VALUE SPACES.
014700     02  DL-ROOM                 PIC X(05).
014800     02  FILLER                  PIC X(02) VALUE SPACES.
014900     02  DL-INSTRUCTOR-ID        PIC X(05).
015000     02  FILLER                  PIC X(02) VALUE SPACES.
015100     02  DL-XLIST-SECTION        PIC X(06).
015200     02  FILLER                  PIC X(02) VALUE SPACES.
015300     02  DL-DISPOSITION          PIC X(20).
015400     02  FILLER                  PIC X(44) VALUE SPACES.
015500
015600 01  TOTAL-LINE.
015700     02  FILLER                  PIC X(18) VALUE
015800         'SECTIONS CARRIED: '.
015900     02  TL-CARRIED              PIC ZZZZ9.
016000     02  FILLER                  PIC X(20) VALUE
016100         '  ALREADY ON FILE:  '.
016200     02  TL-ON-FILE              PIC ZZZZ9.
016300     02  FILLER                  PIC X(10) VALUE '  ERRORS: '.
016400     02  TL-ERRORS               PIC ZZZZ9.
016500     02  FILLER                  PIC X(69) VALUE SPACES.
016600
016700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
016800
016900 PROCEDURE DIVISION.
017000
017100 000-INITIATE.
017200
017300     OPEN INPUT CONTROL-CARD-FILE.
017400     MOVE SPACES TO CONTROL-CARD-RECORD.
017500     READ CONTROL-CARD-FILE
017600         AT END
017700             DISPLAY 'SECTROLL: NO SEMESTER CARD SUPPLIED - '
017800                     'STOPPING'
017900             MOVE +8 TO RETURN-CODE
018000             STOP RUN.
018100*    END-READ.
018200     CLOSE CONTROL-CARD-FILE.
018300
018400     IF CC-FROM-SEMESTER EQUAL SPACES
018500     OR CC-TO-SEMESTER EQUAL SPACES
018600         DISPLAY 'SECTROLL: FROM AND TO SEMESTERS ARE BOTH '
018700                 'REQUIRED - STOPPING'
018800         MOVE +8 TO RETURN-CODE
018900         STOP RUN.
019000*    END-IF.
019100
019200     IF CC-FROM-SEMESTER EQUAL CC-TO-SEMESTER
019300         DISPLAY 'SECTROLL: FROM AND TO SEMESTERS ARE THE SAME '
019400                 '- STOPPING'
019500         MOVE +8 TO RETURN-CODE
019600         STOP RUN.
019700*    END-IF.
019800
019900     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
020000     MOVE VSIO-KSDS TO
020100         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
020200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
020300     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
020400     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
020500     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
020600     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
020700     MOVE VSIO-OPEN TO VSIO-COMMAND.
020800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020900                         SEMESTER-TABLE-FILE,
021000                         SEMESTER-TABLE-RECORD.
021100*    END-CALL.
021200     IF NOT VSIO-SUCCESS
021300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021400         MOVE +8 TO RETURN-CODE
021500         STOP RUN.
021600*    END-IF.
021700
021800     MOVE SPACES TO SEMESTER-TABLE-RECORD.
021900     MOVE CC-FROM-SEMESTER TO SMR-CODE.
022000     PERFORM 050-CHECK-SEMESTER THRU 059-EXIT.
022100     MOVE SPACES TO SEMESTER-TABLE-RECORD.
022200     MOVE CC-TO-SEMESTER TO SMR-CODE.
022300     PERFORM 050-CHECK-SEMESTER THRU 059-EXIT.
022400
022500     MOVE VSIO-CLOSE TO VSIO-COMMAND.
022600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022700                         SEMESTER-TABLE-FILE,
022800                         SEMESTER-TABLE-RECORD.
022900*    END-CALL.
023000
023100     IF RETURN-CODE GREATER THAN ZERO
023200         STOP RUN.
023300*    END-IF.
023400
023500     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
023600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
023700     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
023800     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
023900     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
024000     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
024100     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
024200     MOVE VSIO-OPEN TO VSIO-COMMAND.
024300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024400                         SECTION-TABLE-FILE,
024500                         SECTION-TABLE-RECORD.
024600*    END-CALL.
024700     IF NOT VSIO-SUCCESS
024800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024900         MOVE +8 TO RETURN-CODE
025000         STOP RUN.
025100*    END-IF.
025200
025300     PERFORM 100-COLLECT-ONE-SECTION
025400        THRU 109-EXIT
025500       UNTIL END-OF-FILE.
025600*    END-PERFORM.
025700
025800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
025900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026000                         SECTION-TABLE-FILE,
026100                         SECTION-TABLE-RECORD.
026200*    END-CALL.
026300
026400     IF ERROR-COUNTER GREATER THAN ZERO
026500         DISPLAY 'SECTROLL: SECTTBL COULD NOT BE READ - '
026600                 'NOTHING CARRIED'
026700         MOVE +8 TO RETURN-CODE
026800         STOP RUN.
026900*    END-IF.
027000
027100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
027200     MOVE VSIO-I-O TO VSIO-MODE OF SECTION-TABLE-FILE.
027300     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
027400     MOVE VSIO-OPEN TO VSIO-COMMAND.
027500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027600                         SECTION-TABLE-FILE,
027700                         SECTION-TABLE-RECORD.
027800*    END-CALL.
027900     IF NOT VSIO-SUCCESS
028000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028100         MOVE +8 TO RETURN-CODE
028200         STOP RUN.
028300*    END-IF.
028400
028500     OPEN OUTPUT REPORT-FILE.
028600     MOVE CC-FROM-SEMESTER TO HL1-FROM-SEMESTER.
028700     MOVE CC-TO-SEMESTER TO HL1-TO-SEMESTER.
028800     WRITE REPORT-LINE FROM HEADING-LINE-1.
028900     WRITE REPORT-LINE FROM BLANK-LINE.
029000     WRITE REPORT-LINE FROM HEADING-LINE-2.
029100
029200 010-PROCESS.
029300
029400     MOVE 1 TO ROLL-IDX.
029500     PERFORM 200-CARRY-ONE-SECTION
029600        THRU 209-EXIT
029700       UNTIL ROLL-IDX GREATER THAN ROLL-COUNT.
029800*    END-PERFORM.
029900
030000 020-TERMINATE.
030100
030200     IF ROLL-COUNT EQUAL ZERO
030300         MOVE 'NO SECTIONS ON FILE FOR THE FROM-SEMESTER'
030400             TO REPORT-LINE
030500         WRITE REPORT-LINE.
030600*    END-IF.
030700
030800     MOVE CARRIED-COUNTER TO TL-CARRIED.
030900     MOVE ON-FILE-COUNTER TO TL-ON-FILE.
031000     MOVE ERROR-COUNTER TO TL-ERRORS.
031100     WRITE REPORT-LINE FROM BLANK-LINE.
031200     WRITE REPORT-LINE FROM TOTAL-LINE.
031300
031400     CLOSE REPORT-FILE.
031500
031600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
031700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031800                         SECTION-TABLE-FILE,
031900                         SECTION-TABLE-RECORD.
032000*    END-CALL.
032100
032200     DISPLAY 'SECTROLL: SECTIONS CARRIED:   ' CARRIED-COUNTER.
032300     DISPLAY 'SECTROLL: ALREADY ON FILE:    ' ON-FILE-COUNTER.
032400     DISPLAY 'SECTROLL: ERRORS:             ' ERROR-COUNTER.
032500
032600     IF ERROR-COUNTER GREATER THAN ZERO
032700         MOVE +8 TO RETURN-CODE.
032800*    END-IF.
032900     STOP RUN.
033000
033100* ************************************************************** *
033200* LOOKS UP THE SEMESTER IN SMR-CODE ON THE SEMTBL CALENDAR.  AN  *
033300* UNKNOWN SEMESTER IS REPORTED AND SETS RC 8; THE CALLER STOPS   *
033400* ONCE BOTH CODES HAVE BEEN CHECKED.                             *
033500* ************************************************************** *
033600 050-CHECK-SEMESTER.
033700
033800     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
033900     MOVE VSIO-READ TO VSIO-COMMAND.
034000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034100                         SEMESTER-TABLE-FILE,
034200                         SEMESTER-TABLE-RECORD.
034300*    END-CALL.
034400     IF VSIO-SUCCESS
034500         GO TO 059-EXIT.
034600*    END-IF.
034700
034800     IF VSIO-RECORD-NOT-FOUND
034900         DISPLAY 'SECTROLL: SEMESTER ' SMR-CODE
035000                 ' NOT ON SEMTBL - STOPPING'
035100         MOVE +0 TO VSIO-RETURN-CODE
035200     ELSE
035300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
035400*    END-IF.
035500     MOVE +8 TO RETURN-CODE.
035600
035700 059-EXIT.
035800     EXIT.
035900
036000* ************************************************************** *
036100* READS THE NEXT SECTION AND, WHEN IT BELONGS TO THE FROM-       *
036200* SEMESTER, KEEPS ITS IMAGE IN THE ROLL TABLE.                   *
036300* ************************************************************** *
036400 100-COLLECT-ONE-SECTION.
036500
036600     MOVE SPACES TO SECTION-TABLE-RECORD.
036700     MOVE VSIO-READ TO VSIO-COMMAND.
036800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036900                         SECTION-TABLE-FILE,
037000                         SECTION-TABLE-RECORD.
037100*    END-CALL.
037200     IF NOT VSIO-SUCCESS
037300         IF VSIO-END-OF-FILE
037400             MOVE 'Y' TO END-OF-FILE-SWITCH
037500             GO TO 109-EXIT
037600         ELSE
037700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037800             ADD +1 TO ERROR-COUNTER
037900             MOVE 'Y' TO END-OF-FILE-SWITCH
038000             GO TO 109-EXIT.
038100*        END-IF
038200*    END-IF.
038300
038400     IF STR-SEMESTER NOT EQUAL CC-FROM-SEMESTER
038500         GO TO 109-EXIT.
038600*    END-IF.
038700
038800     IF ROLL-COUNT NOT LESS THAN ROLL-LIMIT
038900         DISPLAY 'SECTROLL: ROLL TABLE FULL - SECTION '
039000             SECTION-TABLE-RECORD (1:6) ' NOT CARRIED'
039100         ADD +1 TO ERROR-COUNTER
039200         GO TO 109-EXIT.
039300*    END-IF.
039400
039500     ADD +1 TO ROLL-COUNT.
039600     MOVE SECTION-TABLE-RECORD TO ROLL-ENTRY (ROLL-COUNT).
039700
039800 109-EXIT.
039900     EXIT.
040000
040100* ************************************************************** *
040200* WRITES ONE COLLECTED SECTION UNDER THE TO-SEMESTER WITH NO     *
040300* SEATS TAKEN, AND PRINTS ITS REGISTER LINE.  A DUPLICATE KEY    *
040400* MEANS THE SECTION IS ALREADY ON FILE FOR THE NEW TERM.         *
040500* ************************************************************** *
040600 200-CARRY-ONE-SECTION.
040700
040800     MOVE ROLL-ENTRY (ROLL-IDX) TO SECTION-TABLE-RECORD.
040900     MOVE CC-TO-SEMESTER TO STR-SEMESTER.
041000     MOVE ZERO TO STR-ENROLLED.
041100
041200     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
041300     MOVE VSIO-WRITE TO VSIO-COMMAND.
041400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041500                         SECTION-TABLE-FILE,
041600                         SECTION-TABLE-RECORD.
041700*    END-CALL.
041800     EVALUATE TRUE
041900         WHEN VSIO-SUCCESS
042000             ADD +1 TO CARRIED-COUNTER
042100             MOVE 'CARRIED' TO DL-DISPOSITION
042200         WHEN VSIO-RECORD-NOT-FOUND
042300             ADD +1 TO ON-FILE-COUNTER
042400             MOVE 'ALREADY ON FILE' TO DL-DISPOSITION
042500             MOVE +0 TO VSIO-RETURN-CODE
042600         WHEN OTHER
042700             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042800             ADD +1 TO ERROR-COUNTER
042900             MOVE 'WRITE FAILED' TO DL-DISPOSITION
043000     END-EVALUATE.
043100
043200     MOVE STR-DEPARTMENT TO DL-DEPARTMENT.
043300     MOVE STR-COURSE TO DL-COURSE.
043400     MOVE STR-NUMBER TO DL-SECTION.
043500     MOVE STR-DESCRIPTION TO DL-DESCRIPTION.
043600     MOVE STR-CAPACITY TO DL-CAPACITY.
043700     MOVE STR-MEET-DAYS TO DL-MEET-DAYS.
043800     MOVE STR-START-TIME TO DL-START-TIME.
043900     MOVE STR-END-TIME TO DL-END-TIME.
044000     MOVE STR-ROOM TO DL-ROOM.
044100     MOVE STR-INSTRUCTOR-ID TO DL-INSTRUCTOR-ID.
044200     IF STR-XLIST-SECTION NUMERIC
044300     AND STR-XLIST-SECTION GREATER THAN ZERO
044400         MOVE STR-XLIST-SECTION TO DL-XLIST-SECTION
044500     ELSE
044600         MOVE SPACES TO DL-XLIST-SECTION.
044700*    END-IF.
044800     WRITE REPORT-LINE FROM DETAIL-LINE.
044900
045000     ADD 1 TO ROLL-IDX.
045100
045200 209-EXIT.
045300     EXIT.
045400
045500* ************************************************************** *
045600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
045700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
045800* PROGRAM IN THIS SUITE.                                         *
045900* ************************************************************** *
046000 500-DISPLAY-UNKNOWN-ERROR.
046100
046200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
046300     EXHIBIT NAMED VSIO-RETURN-CODE.
046400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
046500                   VSIO-VSAM-FUNCTION-CODE,
046600                   VSIO-VSAM-FEEDBACK-CODE.
046700
046800 509-EXIT.
046900     EXIT.
