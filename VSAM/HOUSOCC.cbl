000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSOCC.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* RESIDENCE HALL OCCUPANCY REPORT FOR THE SEMESTER ON THE       *
000900* SYSIN CARD.  THE STUDENTS ASSIGNED TO A ROOM FOR THE SEMESTER *
001000* (THOSE WHOSE CURRENT STAY ON HOUSASG IS STILL OPEN) ARE       *
001100* COUNTED BY HALL AND ROOM; EVERY ROOM ON HALLTBL IS THEN       *
001200* LISTED IN HALL ORDER WITH ITS BEDS, OCCUPANTS AND VACANT      *
001300* BEDS, FOLLOWED BY A TOTAL FOR EACH HALL AND FOR ALL HALLS.    *
001400* A ROOM HOLDING MORE STUDENTS THAN BEDS IS FLAGGED, AS IS ONE  *
001500* TAKEN OUT OF SERVICE (ITS BEDS ARE NOT COUNTED AS VACANT).    *
001600* STUDENTS ASSIGNED TO A ROOM NO LONGER ON HALLTBL ARE LISTED   *
001700* AT THE END.                                                   *
001800*                                                               *
001900* SYSIN CARD:  COLS 1-6 SEMESTER.                               *
002000*                                                               *
002100* MODIFICATION HISTORY.                                         *
002200*   DATE       INIT  DESCRIPTION                                *
002300*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT CONTROL-CARD-FILE
003500         ASSIGN TO UT-S-SYSIN.
003600
003700     SELECT REPORT-FILE
003800         ASSIGN TO UR-1403-S-SYSPRINT.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CONTROL-CARD-FILE
004300     LABEL RECORDS ARE OMITTED
004400     RECORD CONTAINS 80 CHARACTERS
004500     BLOCK CONTAINS 0 RECORDS
004600     DATA RECORD IS CONTROL-CARD-RECORD.
004700 01  CONTROL-CARD-RECORD.
004800     02  CC-SEMESTER             PIC X(06).
004900     02  FILLER                  PIC X(74).
005000
005100 FD  REPORT-FILE
005200     LABEL RECORDS ARE OMITTED
005300     RECORD CONTAINS 132 CHARACTERS
005400     BLOCK CONTAINS 0 RECORDS
005500     DATA RECORD IS REPORT-LINE.
005600 01  REPORT-LINE                 PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 77  ASSIGNMENT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
006000     88  ASSIGNMENT-EOF                      VALUE 'Y'.
006100 77  HALL-EOF-SWITCH             PIC X(01)   VALUE 'N'.
006200     88  HALL-EOF                            VALUE 'Y'.
006300 77  WS-FOUND-SW                 PIC X(01)   VALUE 'N'.
006400     88  WS-FOUND                            VALUE 'Y'.
006500
006600 77  ASSIGNMENT-COUNTER          PIC S9(8) COMP VALUE ZERO.
006700 77  ROOM-COUNTER                PIC S9(8) COMP VALUE ZERO.
006800 77  OVER-CAPACITY-COUNTER       PIC S9(8) COMP VALUE ZERO.
006900 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
007000 77  STAY-IDX                    PIC S9(4) COMP VALUE ZERO.
007100 77  ROT-IDX                     PIC S9(4) COMP VALUE ZERO.
007200 77  ROT-COUNT                   PIC S9(4) COMP VALUE ZERO.
007300 77  ROT-MAX                     PIC S9(4) COMP VALUE +2000.
007400
007500 01  WS-WORK-FIELDS.
007600     02  WS-CURRENT-HALL         PIC X(04)   VALUE SPACES.
007700     02  WS-CURRENT-HALL-NAME    PIC X(20)   VALUE SPACES.
007800     02  WS-ROOM-KEY.
007900         03  WS-ROOM-HALL        PIC X(04)   VALUE SPACES.
008000         03  WS-ROOM-ROOM        PIC X(05)   VALUE SPACES.
008100     02  WS-OCCUPIED             PIC S9(5) COMP-3 VALUE ZERO.
008200     02  WS-VACANT               PIC S9(5) COMP-3 VALUE ZERO.
008300
008400 01  HALL-TOTALS.
008500     02  HT-BEDS                 PIC S9(7) COMP-3 VALUE ZERO.
008600     02  HT-OCCUPIED             PIC S9(7) COMP-3 VALUE ZERO.
008700     02  HT-VACANT               PIC S9(7) COMP-3 VALUE ZERO.
008800
008900 01  GRAND-TOTALS.
009000     02  GT-BEDS                 PIC S9(7) COMP-3 VALUE ZERO.
009100     02  GT-OCCUPIED             PIC S9(7) COMP-3 VALUE ZERO.
009200     02  GT-VACANT               PIC S9(7) COMP-3 VALUE ZERO.
009300
009400* ************************************************************** *
009500* THE STUDENTS IN EACH ROOM FOR THE SEMESTER, BUILT FROM         *
009600* HOUSASG.                                                       *
009700* ************************************************************** *
009800 01  ROOM-TALLY-TABLE.
009900     02  ROOM-TALLY-ENTRY OCCURS 2000 TIMES.
010000         03  ROT-ROOM-KEY        PIC X(09).
010100         03  ROT-OCCUPIED        PIC S9(5) COMP-3.
010200         03  ROT-MATCHED-SW      PIC X(01).
010300
010400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010500 01  HALL-ROOM-FILE              COPY VSAMIOFB.
010600 01  HOUSING-ASSIGNMENT-FILE     COPY VSAMIOFB.
010700
010800* ************************************************************** *
010900* ONE RESIDENCE HALL ROOM PER RECORD (DDNAME HALLTBL, KEYED HALL *
011000* + ROOM), MAINTAINED BY HALLMNT.                                *
011100* ************************************************************** *
011200 01  HALL-ROOM-RECORD.
011300     02  HRM-KEY.
011400         03  HRM-HALL            PIC X(04).
011500         03  HRM-ROOM            PIC X(05).
011600     02  HRM-HALL-NAME           PIC X(20).
011700     02  HRM-BEDS                PIC 9(02).
011800     02  HRM-RATE                PIC 9(05)V99.
011900     02  HRM-AVAILABLE           PIC X(01).
012000         88  HRM-IS-AVAILABLE            VALUE 'Y'.
012100     02  FILLER                  PIC X(11).
012200
012300* ************************************************************** *
012400* ONE STUDENT'S HOUSING FOR ONE SEMESTER (DDNAME HOUSASG, KEYED  *
012500* SEMESTER + STUDENT), MAINTAINED BY HOUSMNT.                    *
012600* ************************************************************** *
012700 01  HOUSING-ASSIGNMENT-RECORD.
012800     02  HSA-KEY.
012900         03  HSA-SEMESTER        PIC X(06).
013000         03  HSA-STUDENT-ID      PIC X(07).
013100     02  HSA-STATUS              PIC X(01).
013200         88  HSA-ASSIGNED                VALUE 'A'.
013300         88  HSA-VACATED                 VALUE 'V'.
013400     02  HSA-STAY-COUNT          PIC 9(01).
013500     02  HSA-STAY OCCURS 4 TIMES.
013600         03  HSA-HALL            PIC X(04).
013700         03  HSA-ROOM            PIC X(05).
013800         03  HSA-FROM-DATE       PIC 9(08).
013900         03  HSA-TO-DATE         PIC 9(08).
014000     02  HSA-BILLED-AMOUNT       PIC S9(5)V99 COMP-3.
014100     02  HSA-LAST-BILLED-DATE    PIC 9(08).
014200     02  FILLER                  PIC X(13).
014300
014400 01  HEADING-LINE-1.
014500     02  FILLER                  PIC X(47)   VALUE
014600         'HOUSOCC - RESIDENCE HALL OCCUPANCY  SEMESTER: '.
014700     02  HL1-SEMESTER            PIC X(06).
014800     02  FILLER                  PIC X(79)   VALUE SPACES.
014900
015000 01  HEADING-LINE-2.
015100     02  FILLER                  PIC X(45)   VALUE
015200         'HALL  HALL NAME             ROOM    BEDS  OCC'.
015300     02  FILLER                  PIC X(87)   VALUE
015400         'UPIED  VACANT'.
015500
015600 01  DETAIL-LINE.
015700     02  DL-HALL                 PIC X(04).
015800     02  FILLER                  PIC X(02)   VALUE SPACES.
015900     02  DL-HALL-NAME            PIC X(20).
016000     02  FILLER                  PIC X(02)   VALUE SPACES.
016100     02  DL-ROOM                 PIC X(05).
016200     02  FILLER                  PIC X(01)   VALUE SPACES.
016300     02  DL-BEDS                 PIC Z,ZZ9.
016400     02  FILLER                  PIC X(02)   VALUE SPACES.
016500     02  DL-OCCUPIED             PIC ZZ,ZZ9.
016600     02  FILLER                  PIC X(02)   VALUE SPACES.
016700     02  DL-VACANT               PIC ZZ,ZZ9.
016800     02  FILLER                  PIC X(02)   VALUE SPACES.
016900     02  DL-FLAG                 PIC X(20).
017000     02  FILLER                  PIC X(55)   VALUE SPACES.
017100
017200 01  TOTAL-LINE.
017300     02  FILLER                  PIC X(06)   VALUE SPACES.
017400     02  TL-LABEL                PIC X(27).
017500     02  TL-BEDS                 PIC ZZ,ZZ9.
017600     02  FILLER                  PIC X(01)   VALUE SPACES.
017700     02  TL-OCCUPIED             PIC ZZZ,ZZ9.
017800     02  FILLER                  PIC X(01)   VALUE SPACES.
017900     02  TL-VACANT               PIC ZZZ,ZZ9.
018000     02  FILLER                  PIC X(77)   VALUE SPACES.
018100
018200 PROCEDURE DIVISION.
018300
018400 000-INITIATE.
018500
018600     OPEN INPUT CONTROL-CARD-FILE.
018700     MOVE SPACES TO CONTROL-CARD-RECORD.
018800     READ CONTROL-CARD-FILE
018900         AT END
019000             DISPLAY 'HOUSOCC: NO CONTROL CARD SUPPLIED - '
019100                     'STOPPING'
019200             MOVE +8 TO RETURN-CODE
019300             STOP RUN.
019400*    END-READ.
019500     CLOSE CONTROL-CARD-FILE.
019600
019700     IF CC-SEMESTER EQUAL SPACES
019800         DISPLAY 'HOUSOCC: SEMESTER IS BLANK - STOPPING'
019900         MOVE +8 TO RETURN-CODE
020000         STOP RUN.
020100*    END-IF.
020200
020300     MOVE 'HALLTBL' TO VSIO-DDNAME OF HALL-ROOM-FILE.
020400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HALL-ROOM-FILE.
020500     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF HALL-ROOM-FILE.
020600     MOVE VSIO-INPUT TO VSIO-MODE OF HALL-ROOM-FILE.
020700     MOVE +50 TO VSIO-RECORD-LENGTH OF HALL-ROOM-FILE.
020800     MOVE +0 TO VSIO-KEY-POSITION OF HALL-ROOM-FILE.
020900     MOVE +9 TO VSIO-KEY-LENGTH OF HALL-ROOM-FILE.
021000     MOVE VSIO-OPEN TO VSIO-COMMAND.
021100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021200                         HALL-ROOM-FILE,
021300                         HALL-ROOM-RECORD.
021400*    END-CALL.
021500     IF NOT VSIO-SUCCESS
021600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021700         MOVE +8 TO RETURN-CODE
021800         STOP RUN.
021900*    END-IF.
022000
022100     MOVE 'HOUSASG' TO VSIO-DDNAME OF HOUSING-ASSIGNMENT-FILE.
022200     MOVE VSIO-KSDS TO
022300         VSIO-ORGANIZATION OF HOUSING-ASSIGNMENT-FILE.
022400     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF HOUSING-ASSIGNMENT-FILE.
022500     MOVE VSIO-INPUT TO VSIO-MODE OF HOUSING-ASSIGNMENT-FILE.
022600     MOVE +140 TO
022700         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
022800     MOVE +0 TO VSIO-KEY-POSITION OF HOUSING-ASSIGNMENT-FILE.
022900     MOVE +13 TO VSIO-KEY-LENGTH OF HOUSING-ASSIGNMENT-FILE.
023000     MOVE VSIO-OPEN TO VSIO-COMMAND.
023100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023200                         HOUSING-ASSIGNMENT-FILE,
023300                         HOUSING-ASSIGNMENT-RECORD.
023400*    END-CALL.
023500     IF NOT VSIO-SUCCESS
023600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023700         MOVE +8 TO RETURN-CODE
023800         STOP RUN.
023900*    END-IF.
024000
024100     OPEN OUTPUT REPORT-FILE.
024200     MOVE CC-SEMESTER TO HL1-SEMESTER.
024300     WRITE REPORT-LINE FROM HEADING-LINE-1.
024400     WRITE REPORT-LINE FROM HEADING-LINE-2.
024500
024600 010-PROCESS.
024700
024800     PERFORM 100-TALLY-ASSIGNMENTS THRU 109-EXIT.
024900
025000     PERFORM 120-LIST-ONE-ROOM
025100        THRU 129-EXIT
025200       UNTIL HALL-EOF.
025300*    END-PERFORM.
025400     IF WS-CURRENT-HALL NOT EQUAL SPACES
025500         PERFORM 140-PRINT-HALL-TOTAL THRU 149-EXIT.
025600*    END-IF.
025700
025800     PERFORM 150-LIST-UNMATCHED-ROOM
025900        THRU 159-EXIT
026000     VARYING ROT-IDX FROM 1 BY 1
026100       UNTIL ROT-IDX GREATER THAN ROT-COUNT.
026200*    END-PERFORM.
026300
026400     MOVE SPACES TO REPORT-LINE.
026500     WRITE REPORT-LINE.
026600     MOVE 'ALL HALLS' TO TL-LABEL.
026700     MOVE GT-BEDS TO TL-BEDS.
026800     MOVE GT-OCCUPIED TO TL-OCCUPIED.
026900     MOVE GT-VACANT TO TL-VACANT.
027000     WRITE REPORT-LINE FROM TOTAL-LINE.
027100
027200 020-TERMINATE.
027300
027400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
027500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027600                         HOUSING-ASSIGNMENT-FILE,
027700                         HOUSING-ASSIGNMENT-RECORD.
027800*    END-CALL.
027900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028000                         HALL-ROOM-FILE,
028100                         HALL-ROOM-RECORD.
028200*    END-CALL.
028300     CLOSE REPORT-FILE.
028400
028500     DISPLAY 'HOUSOCC: STUDENTS ASSIGNED: ' ASSIGNMENT-COUNTER.
028600     DISPLAY 'HOUSOCC: ROOMS LISTED:      ' ROOM-COUNTER.
028700     DISPLAY 'HOUSOCC: OVER CAPACITY:     ' OVER-CAPACITY-COUNTER.
028800     DISPLAY 'HOUSOCC: ERRORS:            ' ERROR-COUNTER.
028900     IF ERROR-COUNTER GREATER THAN ZERO
029000         MOVE +8 TO RETURN-CODE
029100     ELSE
029200         IF OVER-CAPACITY-COUNTER GREATER THAN ZERO
029300             MOVE +4 TO RETURN-CODE.
029400*        END-IF
029500*    END-IF.
029600     STOP RUN.
029700
029800* ************************************************************** *
029900* COUNTS THE STUDENTS WHOSE CURRENT STAY FOR THE SEMESTER IS     *
030000* STILL OPEN INTO THE ROOM TALLY TABLE.                          *
030100* ************************************************************** *
030200 100-TALLY-ASSIGNMENTS.
030300
030400     MOVE LOW-VALUES TO HOUSING-ASSIGNMENT-RECORD.
030500     MOVE CC-SEMESTER TO HSA-SEMESTER.
030600     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
030700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030800                         HOUSING-ASSIGNMENT-FILE,
030900                         HOUSING-ASSIGNMENT-RECORD.
031000*    END-CALL.
031100     IF NOT VSIO-SUCCESS
031200         MOVE +0 TO VSIO-RETURN-CODE
031300         GO TO 109-EXIT.
031400*    END-IF.
031500
031600     PERFORM 110-TALLY-ONE-ASSIGNMENT
031700        THRU 119-EXIT
031800       UNTIL ASSIGNMENT-EOF.
031900*    END-PERFORM.
032000
032100 109-EXIT.
032200     EXIT.
032300
032400 110-TALLY-ONE-ASSIGNMENT.
032500
032600     MOVE SPACES TO HSA-KEY.
032700     MOVE +140 TO
032800         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
032900     MOVE VSIO-READ TO VSIO-COMMAND.
033000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033100                         HOUSING-ASSIGNMENT-FILE,
033200                         HOUSING-ASSIGNMENT-RECORD.
033300*    END-CALL.
033400     IF NOT VSIO-SUCCESS
033500         IF VSIO-END-OF-FILE
033600             MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
033700             GO TO 119-EXIT
033800         ELSE
033900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034000             ADD +1 TO ERROR-COUNTER
034100             MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
034200             GO TO 119-EXIT.
034300*        END-IF
034400*    END-IF.
034500     IF HSA-SEMESTER NOT EQUAL CC-SEMESTER
034600         MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
034700         GO TO 119-EXIT.
034800*    END-IF.
034900
035000     IF NOT HSA-ASSIGNED
035100     OR HSA-STAY-COUNT NOT NUMERIC
035200     OR HSA-STAY-COUNT EQUAL ZERO
035300         GO TO 119-EXIT.
035400*    END-IF.
035500
035600     ADD +1 TO ASSIGNMENT-COUNTER.
035700     MOVE HSA-STAY-COUNT TO STAY-IDX.
035800     MOVE HSA-HALL (STAY-IDX) TO WS-ROOM-HALL.
035900     MOVE HSA-ROOM (STAY-IDX) TO WS-ROOM-ROOM.
036000     PERFORM 115-LOCATE-ROOM-TALLY THRU 115-EXIT.
036100     IF WS-FOUND
036200         ADD +1 TO ROT-OCCUPIED (ROT-IDX)
036300         GO TO 119-EXIT.
036400*    END-IF.
036500
036600     IF ROT-COUNT NOT LESS THAN ROT-MAX
036700         DISPLAY 'HOUSOCC: ROOM TABLE FULL, STUDENT NOT COUNTED: '
036800             HSA-STUDENT-ID
036900         ADD +1 TO ERROR-COUNTER
037000         GO TO 119-EXIT.
037100*    END-IF.
037200
037300     ADD 1 TO ROT-COUNT.
037400     MOVE ROT-COUNT TO ROT-IDX.
037500     MOVE WS-ROOM-KEY TO ROT-ROOM-KEY (ROT-IDX).
037600     MOVE +1 TO ROT-OCCUPIED (ROT-IDX).
037700     MOVE 'N' TO ROT-MATCHED-SW (ROT-IDX).
037800
037900 119-EXIT.
038000     EXIT.
038100
038200* ************************************************************** *
038300* SEARCHES THE TALLY TABLE FOR THE ROOM IN WS-ROOM-KEY.          *
038400* WS-FOUND IS SET AND ROT-IDX POINTS AT THE ENTRY WHEN FOUND.    *
038500* ************************************************************** *
038600 115-LOCATE-ROOM-TALLY.
038700
038800     MOVE 'N' TO WS-FOUND-SW.
038900     MOVE 1 TO ROT-IDX.
039000     PERFORM 116-SEARCH-ROOM-TALLY THRU 116-EXIT
039100       UNTIL WS-FOUND
039200          OR ROT-IDX GREATER THAN ROT-COUNT.
039300*    END-PERFORM.
039400
039500 115-EXIT.
039600     EXIT.
039700
039800 116-SEARCH-ROOM-TALLY.
039900
040000     IF ROT-ROOM-KEY (ROT-IDX) EQUAL WS-ROOM-KEY
040100         MOVE 'Y' TO WS-FOUND-SW
040200     ELSE
040300         ADD 1 TO ROT-IDX.
040400*    END-IF.
040500
040600 116-EXIT.
040700     EXIT.
040800
040900* ************************************************************** *
041000* LISTS ONE HALLTBL ROOM WITH ITS OCCUPANCY, TOTALLING THE       *
041100* PREVIOUS HALL WHEN THE HALL CHANGES.                           *
041200* ************************************************************** *
041300 120-LIST-ONE-ROOM.
041400
041500     MOVE VSIO-READ TO VSIO-COMMAND.
041600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041700                         HALL-ROOM-FILE,
041800                         HALL-ROOM-RECORD.
041900*    END-CALL.
042000     IF NOT VSIO-SUCCESS
042100         IF VSIO-END-OF-FILE
042200             MOVE 'Y' TO HALL-EOF-SWITCH
042300             GO TO 129-EXIT
042400         ELSE
042500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042600             ADD +1 TO ERROR-COUNTER
042700             MOVE 'Y' TO HALL-EOF-SWITCH
042800             GO TO 129-EXIT.
042900*        END-IF
043000*    END-IF.
043100
043200     IF HRM-HALL NOT EQUAL WS-CURRENT-HALL
043300         IF WS-CURRENT-HALL NOT EQUAL SPACES
043400             PERFORM 140-PRINT-HALL-TOTAL THRU 149-EXIT
043500         END-IF
043600         MOVE HRM-HALL TO WS-CURRENT-HALL
043700         MOVE HRM-HALL-NAME TO WS-CURRENT-HALL-NAME.
043800*    END-IF.
043900
044000     ADD +1 TO ROOM-COUNTER.
044100     MOVE HRM-KEY TO WS-ROOM-KEY.
044200     MOVE ZERO TO WS-OCCUPIED.
044300     PERFORM 115-LOCATE-ROOM-TALLY THRU 115-EXIT.
044400     IF WS-FOUND
044500         MOVE ROT-OCCUPIED (ROT-IDX) TO WS-OCCUPIED
044600         MOVE 'Y' TO ROT-MATCHED-SW (ROT-IDX).
044700*    END-IF.
044800
044900     MOVE ZERO TO WS-VACANT.
045000     MOVE SPACES TO DL-FLAG.
045100     IF NOT HRM-IS-AVAILABLE
045200         MOVE 'OUT OF SERVICE' TO DL-FLAG
045300     ELSE
045400         IF WS-OCCUPIED LESS THAN HRM-BEDS
045500             COMPUTE WS-VACANT = HRM-BEDS - WS-OCCUPIED.
045600*        END-IF
045700*    END-IF.
045800     IF WS-OCCUPIED GREATER THAN HRM-BEDS
045900         MOVE 'OVER CAPACITY' TO DL-FLAG
046000         ADD +1 TO OVER-CAPACITY-COUNTER.
046100*    END-IF.
046200
046300     MOVE HRM-HALL TO DL-HALL.
046400     MOVE HRM-HALL-NAME TO DL-HALL-NAME.
046500     MOVE HRM-ROOM TO DL-ROOM.
046600     MOVE HRM-BEDS TO DL-BEDS.
046700     MOVE WS-OCCUPIED TO DL-OCCUPIED.
046800     MOVE WS-VACANT TO DL-VACANT.
046900     WRITE REPORT-LINE FROM DETAIL-LINE.
047000
047100     ADD HRM-BEDS TO HT-BEDS.
047200     ADD WS-OCCUPIED TO HT-OCCUPIED.
047300     ADD WS-VACANT TO HT-VACANT.
047400
047500 129-EXIT.
047600     EXIT.
047700
047800 140-PRINT-HALL-TOTAL.
047900
048000     MOVE SPACES TO TL-LABEL.
048100     STRING 'HALL ' WS-CURRENT-HALL ' TOTAL'
048200         DELIMITED BY SIZE INTO TL-LABEL.
048300     MOVE HT-BEDS TO TL-BEDS.
048400     MOVE HT-OCCUPIED TO TL-OCCUPIED.
048500     MOVE HT-VACANT TO TL-VACANT.
048600     WRITE REPORT-LINE FROM TOTAL-LINE.
048700     MOVE SPACES TO REPORT-LINE.
048800     WRITE REPORT-LINE.
048900
049000     ADD HT-BEDS TO GT-BEDS.
049100     ADD HT-OCCUPIED TO GT-OCCUPIED.
049200     ADD HT-VACANT TO GT-VACANT.
049300     MOVE ZERO TO HT-BEDS HT-OCCUPIED HT-VACANT.
049400
049500 149-EXIT.
049600     EXIT.
049700
049800* ************************************************************** *
049900* A ROOM WITH STUDENTS ASSIGNED BUT NO LONGER ON HALLTBL.        *
050000* ************************************************************** *
050100 150-LIST-UNMATCHED-ROOM.
050200
050300     IF ROT-MATCHED-SW (ROT-IDX) EQUAL 'Y'
050400         GO TO 159-EXIT.
050500*    END-IF.
050600
050700     MOVE ROT-ROOM-KEY (ROT-IDX) TO WS-ROOM-KEY.
050800     MOVE WS-ROOM-HALL TO DL-HALL.
050900     MOVE SPACES TO DL-HALL-NAME.
051000     MOVE WS-ROOM-ROOM TO DL-ROOM.
051100     MOVE ZERO TO DL-BEDS.
051200     MOVE ROT-OCCUPIED (ROT-IDX) TO DL-OCCUPIED.
051300     MOVE ZERO TO DL-VACANT.
051400     MOVE 'ROOM NOT ON HALLTBL' TO DL-FLAG.
051500     WRITE REPORT-LINE FROM DETAIL-LINE.
051600     ADD ROT-OCCUPIED (ROT-IDX) TO GT-OCCUPIED.
051700     ADD +1 TO ERROR-COUNTER.
051800
051900 159-EXIT.
052000     EXIT.
052100
052200* ************************************************************** *
052300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
052400* OTHER THAN SUCCESS OR END-OF-FILE.                             *
052500* ************************************************************** *
052600 500-DISPLAY-UNKNOWN-ERROR.
052700
052800     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
052900     EXHIBIT NAMED VSIO-RETURN-CODE.
053000     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
053100                   VSIO-VSAM-FUNCTION-CODE,
053200                   VSIO-VSAM-FEEDBACK-CODE.
053300
053400 509-EXIT.
053500     EXIT.
