002230*                    EACH REQUEST POSITIONS AT THE STUDENT'S  *
002240*                    KEY AND READS FORWARD INSTEAD OF         *
002250*                    SCANNING THE WHOLE ARCHIVE.              *
002260*   10/15/2026 JM    THE ACADEMIC STANDING OF RECORD POSTED   *
002270*                    BY STNDPOST ('ST' RECORDS ON THE LIVE    *
002280*                    CLUSTER) NOW PRINTS UNDER EACH TERM.     *
002300* ************************************************************* *
002400
002500 ENVIRONMENT DIVISION.
007700 77  MERGE-IDX                   PIC S9(4) COMP VALUE ZERO.
007800 77  SORT-IDX                    PIC S9(4) COMP VALUE ZERO.
007900 77  MERGE-LIMIT                 PIC S9(4) COMP VALUE +300.
007910 77  STANDING-COUNT              PIC S9(4) COMP VALUE ZERO.
007920 77  STANDING-IDX                PIC S9(4) COMP VALUE ZERO.
007930 77  STANDING-LIMIT              PIC S9(4) COMP VALUE +100.
008000 77  WS-OVERFLOW-SW              PIC X(01) VALUE 'N'.
008100     88  WS-OVERFLOW                     VALUE 'Y'.
008200
010800         03  ME-RECORD-IMAGE     PIC X(53).
010900 01  MERGE-SWAP-ENTRY            PIC X(58).
011000
010910
010920* ************************************************************** *
010930* THE STUDENT'S ACADEMIC STANDING OF RECORD, ONE 44-BYTE 'ST'    *
010940* RECORD PER POSTED TERM AT KEY-IDS 700-799, PICKED UP DURING    *
010950* THE LIVE PASS AND PRINTED AFTER EACH TERM'S COURSES.           *
010960* ************************************************************** *
010961 01  STANDING-RECORD.
010962     02  STR-STUDENT-ID          PIC X(07).
010963     02  STR-KEY-ID              PIC 9(03).
010964     02  STR-TYPE                PIC X(02).
010965         88  STR-IS-STANDING             VALUE 'ST'.
010966     02  STR-TERM                PIC X(06).
010967     02  STR-STANDING            PIC X(01).
010968     02  STR-GPA                 PIC 9V99.
010969     02  STR-HOURS               PIC 9(03).
010970     02  STR-POSTED-DATE         PIC 9(08).
010971     02  STR-OPERATOR-ID         PIC X(08).
010972     02  FILLER                  PIC X(03).
010973
010974 01  STANDING-TABLE.
010975     02  STANDING-ENTRY OCCURS 100 TIMES.
010976         03  SDT-TERM            PIC X(06).
010977         03  SDT-STANDING        PIC X(01).
010978         03  SDT-PRINTED-SW      PIC X(01).
010979 01  WS-LAST-SEMESTER            PIC X(06) VALUE SPACES.
010980
011100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
011200 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
011300 01  HISTORY-FILE                COPY VSAMIOFB.
022400     02  TL-GPA-DISPLAY          PIC 9.99.
022500     02  FILLER                  PIC X(82) VALUE SPACES.
022600
022610 01  STANDING-LINE.
022620     02  FILLER                  PIC X(08) VALUE SPACES.
022630     02  FILLER                  PIC X(22) VALUE
022640         'ACADEMIC STANDING FOR '.
022650     02  SDL-SEMESTER            PIC X(06).
022660     02  FILLER                  PIC X(02) VALUE ': '.
022670     02  SDL-STANDING            PIC X(10).
022680     02  FILLER                  PIC X(84) VALUE SPACES.
022690
022700 01  OVERFLOW-LINE.
022800     02  FILLER                  PIC X(46) VALUE
022900         '*** RECORD TABLE FULL - TRANSCRIPT TRUNCATED '.
038100     MOVE ZERO TO WS-HOURS-TOTAL.
038200     MOVE ZERO TO WS-QUALITY-TOTAL.
038300     MOVE 'N' TO WS-OVERFLOW-SW.
038310     MOVE ZERO TO STANDING-COUNT.
038320     MOVE SPACES TO WS-LAST-SEMESTER.
038400
038500     MOVE SPACES TO STUDENT-RECORD-AREA.
038600     MOVE RQ-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
043500        THRU 279-EXIT
043600       UNTIL MERGE-IDX GREATER THAN MERGE-COUNT.
043700*    END-PERFORM.
043710
043720     IF WS-LAST-SEMESTER NOT EQUAL SPACES
043730         PERFORM 290-PRINT-STANDING THRU 299-EXIT.
043740*    END-IF.
043800
043900     IF WS-OVERFLOW
044000         WRITE REPORT-LINE FROM OVERFLOW-LINE.
052500         GO TO 249-EXIT.
052600*    END-IF.
052700
052710     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
052720         MOVE STUDENT-RECORD-AREA TO STANDING-RECORD
052730         PERFORM 245-NOTE-STANDING THRU 245-EXIT
052740         GO TO 249-EXIT.
052750*    END-IF.
052760
052800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
052800     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
052900         GO TO 249-EXIT.
053000*    END-IF.
053100
053400
053500 249-EXIT.
053600     EXIT.
053610
053620 245-NOTE-STANDING.
053630
053640     IF NOT STR-IS-STANDING
053650     OR STANDING-COUNT NOT LESS THAN STANDING-LIMIT
053660         GO TO 245-EXIT.
053670*    END-IF.
053680
053690     ADD +1 TO STANDING-COUNT.
053700     MOVE STR-TERM TO SDT-TERM (STANDING-COUNT).
053710     MOVE STR-STANDING TO SDT-STANDING (STANDING-COUNT).
053720     MOVE 'N' TO SDT-PRINTED-SW (STANDING-COUNT).
053730
053740 245-EXIT.
053750     EXIT.
053700
053800* ************************************************************** *
053900* POSITIONS THE KEYED HISTORY CLUSTER AT THE STUDENT'S FIRST     *
066700 270-PRINT-ONE-MERGED.
066800
066900     MOVE ME-RECORD-IMAGE (MERGE-IDX) TO COURSE-INFO-RECORD.
066910
066920     IF CIR-SEMESTER NOT EQUAL WS-LAST-SEMESTER
066930         IF WS-LAST-SEMESTER NOT EQUAL SPACES
066940             PERFORM 290-PRINT-STANDING THRU 299-EXIT
066950         END-IF
066960         MOVE CIR-SEMESTER TO WS-LAST-SEMESTER.
066970*    END-IF.
067000
067100     MOVE SPACES TO COURSE-TABLE-RECORD.
067200     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
070700
070800 279-EXIT.
070900     EXIT.
070910
070920* ************************************************************** *
070930* PRINTS THE STANDING OF RECORD FOR WS-LAST-SEMESTER, THE TERM   *
070940* WHOSE COURSES WERE JUST PRINTED.  A TERM WITH NO STANDING      *
070950* POSTED (EVERY TERM BEFORE STANDINGS WERE KEPT) PRINTS NOTHING. *
070960* ************************************************************** *
070970 290-PRINT-STANDING.
070980
070990     MOVE 1 TO STANDING-IDX.
071000     PERFORM 295-MATCH-STANDING
071010        THRU 295-EXIT
071020       UNTIL STANDING-IDX GREATER THAN STANDING-COUNT.
071030*    END-PERFORM.
071040
071050 299-EXIT.
071060     EXIT.
071070
071080 295-MATCH-STANDING.
071090
071100     IF SDT-TERM (STANDING-IDX) EQUAL WS-LAST-SEMESTER
071110     AND SDT-PRINTED-SW (STANDING-IDX) EQUAL 'N'
071120         MOVE 'Y' TO SDT-PRINTED-SW (STANDING-IDX)
071130         MOVE WS-LAST-SEMESTER TO SDL-SEMESTER
071140         EVALUATE SDT-STANDING (STANDING-IDX)
071150             WHEN 'G'
071160                 MOVE 'GOOD' TO SDL-STANDING
071170             WHEN 'W'
071180                 MOVE 'WARNING' TO SDL-STANDING
071190             WHEN 'P'
071200                 MOVE 'PROBATION' TO SDL-STANDING
071210             WHEN 'S'
071220                 MOVE 'SUSPENSION' TO SDL-STANDING
071230             WHEN OTHER
071240                 MOVE SDT-STANDING (STANDING-IDX) TO SDL-STANDING
071250         END-EVALUATE
071260         WRITE REPORT-LINE FROM STANDING-LINE.
071270*    END-IF.
071280     ADD 1 TO STANDING-IDX.
071290
071300 295-EXIT.
071310     EXIT.
071000
071100* ************************************************************** *
071200* BUILDS THE YEAR+TERM-RANK SORT KEY FOR THE SEMESTER CODE IN    *
