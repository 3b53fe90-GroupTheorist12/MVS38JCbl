000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOUSBILL.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* RESIDENCE HALL BILLING FOR THE SEMESTER ON THE SYSIN CARD.    *
000900* EACH STUDENT ON HOUSASG FOR THE SEMESTER IS PRICED FROM THE   *
001000* STUDENT'S STAYS: A STAY IS CHARGED ITS ROOM'S SEMESTER RATE   *
001100* (HALLTBL) TIMES THE NIGHTS OF THE STAY OVER THE NIGHTS OF THE *
001200* TERM (SEMTBL START TO END DATE), SO A STUDENT WHO MOVES OR    *
001300* LEAVES PART WAY THROUGH PAYS FOR EACH ROOM ONLY FOR THE       *
001400* NIGHTS IT WAS HELD.  A STAY STILL OPEN RUNS TO THE END OF THE *
001500* TERM.                                                         *
001600*                                                               *
001700* ONLY THE DIFFERENCE BETWEEN THE AMOUNT NOW DUE AND THE AMOUNT *
001800* BILLED ON EARLIER RUNS (HSA-BILLED-AMOUNT) IS POSTED, TO      *
001900* ARBAL AND AS AN 'HSG' ENTRY ON THE ARDETL JOURNAL -- A CREDIT *
002000* WHEN A MOVE OR VACATE HAS LOWERED THE AMOUNT DUE.  THE RUN    *
002100* MAY THEN BE REPEATED AT ANY TIME IN THE TERM (AFTER EACH      *
002200* HOUSMNT RUN, SAY) WITHOUT BILLING ANYONE TWICE.               *
002300*                                                               *
002400* A STUDENT WITH NO ENROLLED SEAT IN THE SEMESTER ON STMASTR IS *
002500* NOT BILLED AND IS LISTED FOR FOLLOW-UP; ONE WHOSE ROOM IS NO  *
002600* LONGER ON HALLTBL IS LISTED AS AN ERROR AND NOT BILLED.       *
002700*                                                               *
002800* SYSIN CARD:  COLS 1-6 SEMESTER.                               *
002900*                                                               *
003000* MODIFICATION HISTORY.                                         *
003100*   DATE       INIT  DESCRIPTION                                *
003200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003300* ************************************************************* *
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT CONTROL-CARD-FILE
004400         ASSIGN TO UT-S-SYSIN.
004500
004600     SELECT REPORT-FILE
004700         ASSIGN TO UR-1403-S-SYSPRINT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTROL-CARD-FILE
005200     LABEL RECORDS ARE OMITTED
005300     RECORD CONTAINS 80 CHARACTERS
005400     BLOCK CONTAINS 0 RECORDS
005500     DATA RECORD IS CONTROL-CARD-RECORD.
005600 01  CONTROL-CARD-RECORD.
005700     02  CC-SEMESTER             PIC X(06).
005800     02  FILLER                  PIC X(74).
005900
006000 FD  REPORT-FILE
006100     LABEL RECORDS ARE OMITTED
006200     RECORD CONTAINS 132 CHARACTERS
006300     BLOCK CONTAINS 0 RECORDS
006400     DATA RECORD IS REPORT-LINE.
006500 01  REPORT-LINE                 PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800 77  ASSIGNMENT-EOF-SWITCH       PIC X(01)   VALUE 'N'.
006900     88  ASSIGNMENT-EOF                      VALUE 'Y'.
007000 77  WS-ENROLLED-SW              PIC X(01)   VALUE 'N'.
007100     88  WS-ENROLLED                         VALUE 'Y'.
007200 77  WS-MASTER-DONE-SW           PIC X(01)   VALUE 'N'.
007300     88  WS-MASTER-DONE                      VALUE 'Y'.
007400 77  WS-PRICED-SW                PIC X(01)   VALUE 'N'.
007500     88  WS-PRICED                           VALUE 'Y'.
007600
007700 77  ASSIGNMENT-COUNTER          PIC S9(8) COMP VALUE ZERO.
007800 77  POSTED-COUNTER              PIC S9(8) COMP VALUE ZERO.
007900 77  NO-CHANGE-COUNTER           PIC S9(8) COMP VALUE ZERO.
008000 77  NOT-ENROLLED-COUNTER        PIC S9(8) COMP VALUE ZERO.
008100 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
008200 77  STAY-IDX                    PIC S9(4) COMP VALUE ZERO.
008300
008400 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
008500 01  FILLER REDEFINES WS-RUN-DATE.
008600     02  WS-RUN-YY               PIC 9(02).
008700     02  WS-RUN-MM               PIC 9(02).
008800     02  WS-RUN-DD               PIC 9(02).
008900 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
009000 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
009100     02  WS-TODAY-CCYY           PIC 9(04).
009200     02  WS-TODAY-MM             PIC 9(02).
009300     02  WS-TODAY-DD             PIC 9(02).
009400
009500 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
009600 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
009700
009800 01  WS-PRICING-FIELDS.
009900     02  WS-TERM-NIGHTS          PIC S9(5) COMP-3 VALUE ZERO.
010000     02  WS-STAY-FROM            PIC 9(08)   VALUE ZERO.
010100     02  WS-STAY-TO              PIC 9(08)   VALUE ZERO.
010200     02  WS-STAY-NIGHTS          PIC S9(5) COMP-3 VALUE ZERO.
010300     02  WS-STAY-AMOUNT          PIC S9(5)V99 COMP-3 VALUE ZERO.
010400     02  WS-AMOUNT-DUE           PIC S9(5)V99 COMP-3 VALUE ZERO.
010500     02  WS-ADJUSTMENT           PIC S9(5)V99 COMP-3 VALUE ZERO.
010600     02  WS-CURRENT-NAME         PIC X(22)   VALUE SPACES.
010700
010800 01  WS-HOUSING-REFERENCE.
010900     02  WS-REF-SEMESTER         PIC X(06).
011000     02  FILLER                  PIC X(01)   VALUE SPACES.
011100     02  WS-REF-HALL             PIC X(04).
011200     02  WS-REF-ROOM             PIC X(05).
011300     02  FILLER                  PIC X(04)   VALUE SPACES.
011400
011500 01  WS-RUN-TOTALS.
011600     02  WS-TOTAL-CHARGED        PIC S9(9)V99 COMP-3 VALUE ZERO.
011700     02  WS-TOTAL-CREDITED       PIC S9(9)V99 COMP-3 VALUE ZERO.
011800
011900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
012000 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
012100 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
012200 01  HALL-ROOM-FILE              COPY VSAMIOFB.
012300 01  HOUSING-ASSIGNMENT-FILE     COPY VSAMIOFB.
012400 01  BALANCE-FILE                COPY VSAMIOFB.
012500 01  AR-DETAIL-FILE              COPY VSAMIOFB.
012600
012700 01  STUDENT-RECORD-AREA         PIC X(83).
012800
012900 01  STUDENT-INFO-RECORD.
013000     02  SIR-STUDENT-ID          PIC X(07).
013100     02  SIR-KEY-ID              PIC 9(03).
013200     02  SIR-NAME                PIC X(22).
013300     02  FILLER                  PIC X(51).
013400
013500 01  COURSE-INFO-RECORD.
013600     02  CIR-STUDENT-ID          PIC X(07).
013700     02  CIR-KEY-ID              PIC 9(03).
013800     02  CIR-COURSE-ID           PIC 9(06).
013900     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
014000     02  CIR-STATUS              PIC X(01).
014100         88  CIR-ENROLLED                VALUE 'E'.
014200     02  CIR-SEMESTER            PIC X(06).
014300     02  FILLER                  PIC X(57).
014400
014500 01  SEMESTER-TABLE-RECORD.
014600     02  SMR-CODE                PIC X(06).
014700     02  SMR-DESCRIPTION         PIC X(20).
014800     02  SMR-START-DATE          PIC 9(08).
014900     02  SMR-END-DATE            PIC 9(08).
015000     02  FILLER                  PIC X(82).
015100
015200* ************************************************************** *
015300* ONE RESIDENCE HALL ROOM PER RECORD (DDNAME HALLTBL, KEYED HALL *
015400* + ROOM), MAINTAINED BY HALLMNT.                                *
015500* ************************************************************** *
015600 01  HALL-ROOM-RECORD.
015700     02  HRM-KEY.
015800         03  HRM-HALL            PIC X(04).
015900         03  HRM-ROOM            PIC X(05).
016000     02  HRM-HALL-NAME           PIC X(20).
016100     02  HRM-BEDS                PIC 9(02).
016200     02  HRM-RATE                PIC 9(05)V99.
016300     02  HRM-AVAILABLE           PIC X(01).
016400         88  HRM-IS-AVAILABLE            VALUE 'Y'.
016500     02  FILLER                  PIC X(11).
016600
016700* ************************************************************** *
016800* ONE STUDENT'S HOUSING FOR ONE SEMESTER (DDNAME HOUSASG, KEYED  *
016900* SEMESTER + STUDENT), MAINTAINED BY HOUSMNT.  THIS PROGRAM      *
017000* KEEPS HSA-BILLED-AMOUNT AND HSA-LAST-BILLED-DATE.              *
017100* ************************************************************** *
017200 01  HOUSING-ASSIGNMENT-RECORD.
017300     02  HSA-KEY.
017400         03  HSA-SEMESTER        PIC X(06).
017500         03  HSA-STUDENT-ID      PIC X(07).
017600     02  HSA-STATUS              PIC X(01).
017700         88  HSA-ASSIGNED                VALUE 'A'.
017800         88  HSA-VACATED                 VALUE 'V'.
017900     02  HSA-STAY-COUNT          PIC 9(01).
018000     02  HSA-STAY OCCURS 4 TIMES.
018100         03  HSA-HALL            PIC X(04).
018200         03  HSA-ROOM            PIC X(05).
018300         03  HSA-FROM-DATE       PIC 9(08).
018400         03  HSA-TO-DATE         PIC 9(08).
018500     02  HSA-BILLED-AMOUNT       PIC S9(5)V99 COMP-3.
018600     02  HSA-LAST-BILLED-DATE    PIC 9(08).
018700     02  FILLER                  PIC X(13).
018800
018900 01  BALANCE-RECORD.
019000     02  ABR-STUDENT-ID          PIC X(07).
019100     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
019200     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
019300     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
019400
019500 01  AR-DETAIL-RECORD.
019600     02  ARD-STUDENT-ID          PIC X(07).
019700     02  ARD-POST-DATE           PIC 9(08).
019800     02  ARD-TYPE                PIC X(03).
019900     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
020000     02  ARD-REFERENCE           PIC X(20).
020100     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
020200     02  FILLER                  PIC X(14).
020300
020400 01  HEADING-LINE-1.
020500     02  FILLER                  PIC X(42)   VALUE
020600         'HOUSBILL - RESIDENCE HALL BILLING  SEMES'.
020700     02  FILLER                  PIC X(05)   VALUE 'TER: '.
020800     02  HL1-SEMESTER            PIC X(06).
020900     02  FILLER                  PIC X(79)   VALUE SPACES.
021000
021100 01  HEADING-LINE-2.
021200     02  FILLER                  PIC X(43)   VALUE
021300         'STUDENT  NAME                    STAYS     '.
021400     02  FILLER                  PIC X(89)   VALUE
021500         ' DUE   PRIOR BILLED     POSTED  DISPOSITION'.
021600
021700 01  REGISTER-LINE.
021800     02  RL-STUDENT-ID           PIC X(07).
021900     02  FILLER                  PIC X(02)   VALUE SPACES.
022000     02  RL-NAME                 PIC X(22).
022100     02  FILLER                  PIC X(04)   VALUE SPACES.
022200     02  RL-STAYS                PIC 9(01).
022300     02  FILLER                  PIC X(02)   VALUE SPACES.
022400     02  RL-DUE                  PIC ZZ,ZZ9.99-.
022500     02  FILLER                  PIC X(02)   VALUE SPACES.
022600     02  RL-PRIOR                PIC ZZ,ZZ9.99-.
022700     02  FILLER                  PIC X(01)   VALUE SPACES.
022800     02  RL-POSTED               PIC ZZ,ZZ9.99-.
022900     02  FILLER                  PIC X(02)   VALUE SPACES.
023000     02  RL-DISPOSITION          PIC X(30).
023100     02  FILLER                  PIC X(29)   VALUE SPACES.
023200
023300 01  TOTAL-LINE.
023400     02  TL-LABEL                PIC X(30).
023500     02  TL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
023600     02  FILLER                  PIC X(87)   VALUE SPACES.
023700
023800 PROCEDURE DIVISION.
023900
024000 000-INITIATE.
024100
024200     OPEN INPUT CONTROL-CARD-FILE.
024300     MOVE SPACES TO CONTROL-CARD-RECORD.
024400     READ CONTROL-CARD-FILE
024500         AT END
024600             DISPLAY 'HOUSBILL: NO CONTROL CARD SUPPLIED - '
024700                     'STOPPING'
024800             MOVE +8 TO RETURN-CODE
024900             STOP RUN.
025000*    END-READ.
025100     CLOSE CONTROL-CARD-FILE.
025200
025300     IF CC-SEMESTER EQUAL SPACES
025400         DISPLAY 'HOUSBILL: SEMESTER IS BLANK - STOPPING'
025500         MOVE +8 TO RETURN-CODE
025600         STOP RUN.
025700*    END-IF.
025800
025900     ACCEPT WS-RUN-DATE FROM DATE.
026000     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
026100     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
026200     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
026300     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
026400     MOVE WS-RUN-MM TO WS-TODAY-MM.
026500     MOVE WS-RUN-DD TO WS-TODAY-DD.
026600
026700     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
026800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
026900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
027000     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
027100     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
027200     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
027300     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
027400     MOVE VSIO-OPEN TO VSIO-COMMAND.
027500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027600                         SEMESTER-TABLE-FILE,
027700                         SEMESTER-TABLE-RECORD.
027800*    END-CALL.
027900     IF NOT VSIO-SUCCESS
028000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028100         MOVE +8 TO RETURN-CODE
028200         STOP RUN.
028300*    END-IF.
028400
028500     MOVE SPACES TO SEMESTER-TABLE-RECORD.
028600     MOVE CC-SEMESTER TO SMR-CODE.
028700     MOVE VSIO-READ TO VSIO-COMMAND.
028800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028900                         SEMESTER-TABLE-FILE,
029000                         SEMESTER-TABLE-RECORD.
029100*    END-CALL.
029200     IF NOT VSIO-SUCCESS
029300         DISPLAY 'HOUSBILL: SEMESTER ' CC-SEMESTER
029400                 ' IS NOT ON SEMTBL - STOPPING'
029500         MOVE +8 TO RETURN-CODE
029600         STOP RUN.
029700*    END-IF.
029800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
029900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030000                         SEMESTER-TABLE-FILE,
030100                         SEMESTER-TABLE-RECORD.
030200*    END-CALL.
030300
030400     IF SMR-START-DATE NOT NUMERIC
030500     OR SMR-END-DATE NOT NUMERIC
030600     OR SMR-END-DATE NOT GREATER THAN SMR-START-DATE
030700         DISPLAY 'HOUSBILL: SEMESTER ' CC-SEMESTER
030800                 ' HAS NO USABLE START/END DATES - STOPPING'
030900         MOVE +8 TO RETURN-CODE
031000         STOP RUN.
031100*    END-IF.
031200
031300     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
031400     MOVE SMR-START-DATE TO DDIF-FROM-DATE.
031500     MOVE SMR-END-DATE TO DDIF-TO-DATE.
031600     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
031700     IF NOT DDIF-SUCCESS
031800     OR DDIF-DAYS NOT GREATER THAN ZERO
031900         DISPLAY 'HOUSBILL: SEMESTER ' CC-SEMESTER
032000                 ' HAS NO USABLE START/END DATES - STOPPING'
032100         MOVE +8 TO RETURN-CODE
032200         STOP RUN.
032300*    END-IF.
032400     MOVE DDIF-DAYS TO WS-TERM-NIGHTS.
032500
032600     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
032700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
032800     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
032900     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
033000     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
033100     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
033200     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
033300     MOVE VSIO-OPEN TO VSIO-COMMAND.
033400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033500                         STUDENT-MASTER-FILE,
033600                         STUDENT-RECORD-AREA.
033700*    END-CALL.
033800     IF NOT VSIO-SUCCESS
033900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034000         MOVE +8 TO RETURN-CODE
034100         STOP RUN.
034200*    END-IF.
034300
034400     MOVE 'HALLTBL' TO VSIO-DDNAME OF HALL-ROOM-FILE.
034500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HALL-ROOM-FILE.
034600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF HALL-ROOM-FILE.
034700     MOVE VSIO-INPUT TO VSIO-MODE OF HALL-ROOM-FILE.
034800     MOVE +50 TO VSIO-RECORD-LENGTH OF HALL-ROOM-FILE.
034900     MOVE +0 TO VSIO-KEY-POSITION OF HALL-ROOM-FILE.
035000     MOVE +9 TO VSIO-KEY-LENGTH OF HALL-ROOM-FILE.
035100     MOVE VSIO-OPEN TO VSIO-COMMAND.
035200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035300                         HALL-ROOM-FILE,
035400                         HALL-ROOM-RECORD.
035500*    END-CALL.
035600     IF NOT VSIO-SUCCESS
035700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
035800         MOVE +8 TO RETURN-CODE
035900         STOP RUN.
036000*    END-IF.
036100
036200     MOVE 'HOUSASG' TO VSIO-DDNAME OF HOUSING-ASSIGNMENT-FILE.
036300     MOVE VSIO-KSDS TO
036400         VSIO-ORGANIZATION OF HOUSING-ASSIGNMENT-FILE.
036500     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF HOUSING-ASSIGNMENT-FILE.
036600     MOVE VSIO-I-O TO VSIO-MODE OF HOUSING-ASSIGNMENT-FILE.
036700     MOVE +140 TO
036800         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
036900     MOVE +0 TO VSIO-KEY-POSITION OF HOUSING-ASSIGNMENT-FILE.
037000     MOVE +13 TO VSIO-KEY-LENGTH OF HOUSING-ASSIGNMENT-FILE.
037100     MOVE VSIO-OPEN TO VSIO-COMMAND.
037200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037300                         HOUSING-ASSIGNMENT-FILE,
037400                         HOUSING-ASSIGNMENT-RECORD.
037500*    END-CALL.
037600     IF NOT VSIO-SUCCESS
037700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037800         MOVE +8 TO RETURN-CODE
037900         STOP RUN.
038000*    END-IF.
038100
038200     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
038300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
038400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
038500     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
038600     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
038700     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
038800     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
038900     MOVE VSIO-OPEN TO VSIO-COMMAND.
039000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039100                         BALANCE-FILE,
039200                         BALANCE-RECORD.
039300*    END-CALL.
039400     IF NOT VSIO-SUCCESS
039500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039600         MOVE +8 TO RETURN-CODE
039700         STOP RUN.
039800*    END-IF.
039900
040000     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
040100     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
040200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
040300     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
040400     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
040500     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
040600     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
040700     MOVE VSIO-OPEN TO VSIO-COMMAND.
040800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040900                         AR-DETAIL-FILE,
041000                         AR-DETAIL-RECORD.
041100*    END-CALL.
041200     IF NOT VSIO-SUCCESS
041300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041400         MOVE +8 TO RETURN-CODE
041500         STOP RUN.
041600*    END-IF.
041700
041800     OPEN OUTPUT REPORT-FILE.
041900     MOVE CC-SEMESTER TO HL1-SEMESTER.
042000     WRITE REPORT-LINE FROM HEADING-LINE-1.
042100     WRITE REPORT-LINE FROM HEADING-LINE-2.
042200
042300 010-PROCESS.
042400
042500     MOVE LOW-VALUES TO HOUSING-ASSIGNMENT-RECORD.
042600     MOVE CC-SEMESTER TO HSA-SEMESTER.
042700     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
042800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042900                         HOUSING-ASSIGNMENT-FILE,
043000                         HOUSING-ASSIGNMENT-RECORD.
043100*    END-CALL.
043200     IF NOT VSIO-SUCCESS
043300         MOVE +0 TO VSIO-RETURN-CODE
043400         MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH.
043500*    END-IF.
043600
043700     PERFORM 110-BILL-ONE-STUDENT
043800        THRU 119-EXIT
043900       UNTIL ASSIGNMENT-EOF.
044000*    END-PERFORM.
044100
044200     MOVE SPACES TO REPORT-LINE.
044300     WRITE REPORT-LINE.
044400     MOVE 'HOUSING CHARGED' TO TL-LABEL.
044500     MOVE WS-TOTAL-CHARGED TO TL-AMOUNT.
044600     WRITE REPORT-LINE FROM TOTAL-LINE.
044700     MOVE 'HOUSING CREDITED' TO TL-LABEL.
044800     MOVE WS-TOTAL-CREDITED TO TL-AMOUNT.
044900     WRITE REPORT-LINE FROM TOTAL-LINE.
045000
045100 020-TERMINATE.
045200
045300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
045400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045500                         AR-DETAIL-FILE,
045600                         AR-DETAIL-RECORD.
045700*    END-CALL.
045800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045900                         BALANCE-FILE,
046000                         BALANCE-RECORD.
046100*    END-CALL.
046200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046300                         HOUSING-ASSIGNMENT-FILE,
046400                         HOUSING-ASSIGNMENT-RECORD.
046500*    END-CALL.
046600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046700                         HALL-ROOM-FILE,
046800                         HALL-ROOM-RECORD.
046900*    END-CALL.
047000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047100                         STUDENT-MASTER-FILE,
047200                         STUDENT-RECORD-AREA.
047300*    END-CALL.
047400     CLOSE REPORT-FILE.
047500
047600     DISPLAY 'HOUSBILL: STUDENTS READ:    ' ASSIGNMENT-COUNTER.
047700     DISPLAY 'HOUSBILL: POSTED:           ' POSTED-COUNTER.
047800     DISPLAY 'HOUSBILL: NO CHANGE:        ' NO-CHANGE-COUNTER.
047900     DISPLAY 'HOUSBILL: NOT ENROLLED:     ' NOT-ENROLLED-COUNTER.
048000     DISPLAY 'HOUSBILL: ERRORS:           ' ERROR-COUNTER.
048100     IF ERROR-COUNTER GREATER THAN ZERO
048200         MOVE +8 TO RETURN-CODE
048300     ELSE
048400         IF NOT-ENROLLED-COUNTER GREATER THAN ZERO
048500             MOVE +4 TO RETURN-CODE.
048600*        END-IF
048700*    END-IF.
048800     STOP RUN.
048900
049000* ************************************************************** *
049100* BILLS THE NEXT STUDENT ON HOUSASG FOR THE SEMESTER: CHECKS FOR *
049200* AN ENROLLED SEAT, PRICES THE STAYS, POSTS ANY CHANGE IN THE    *
049300* AMOUNT DUE AND RECORDS THE NEW AMOUNT BILLED.                  *
049400* ************************************************************** *
049500 110-BILL-ONE-STUDENT.
049600
049700     MOVE SPACES TO HSA-KEY.
049800     MOVE +140 TO
049900         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
050000     MOVE VSIO-READ TO VSIO-COMMAND.
050100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050200                         HOUSING-ASSIGNMENT-FILE,
050300                         HOUSING-ASSIGNMENT-RECORD.
050400*    END-CALL.
050500     IF NOT VSIO-SUCCESS
050600         IF VSIO-END-OF-FILE
050700             MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
050800             GO TO 119-EXIT
050900         ELSE
051000             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
051100             ADD +1 TO ERROR-COUNTER
051200             MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
051300             GO TO 119-EXIT.
051400*        END-IF
051500*    END-IF.
051600     IF HSA-SEMESTER NOT EQUAL CC-SEMESTER
051700         MOVE 'Y' TO ASSIGNMENT-EOF-SWITCH
051800         GO TO 119-EXIT.
051900*    END-IF.
052000
052100     ADD +1 TO ASSIGNMENT-COUNTER.
052200     IF HSA-STAY-COUNT NOT NUMERIC
052300     OR HSA-STAY-COUNT EQUAL ZERO
052400         GO TO 119-EXIT.
052500*    END-IF.
052600     IF HSA-BILLED-AMOUNT NOT NUMERIC
052700         MOVE ZERO TO HSA-BILLED-AMOUNT.
052800*    END-IF.
052900
053000     MOVE HSA-STUDENT-ID TO RL-STUDENT-ID.
053100     MOVE HSA-STAY-COUNT TO RL-STAYS.
053200     MOVE HSA-BILLED-AMOUNT TO RL-PRIOR.
053300     MOVE ZERO TO RL-DUE.
053400     MOVE ZERO TO RL-POSTED.
053500
053600     PERFORM 120-CHECK-ENROLLMENT THRU 129-EXIT.
053700     MOVE WS-CURRENT-NAME TO RL-NAME.
053800     IF NOT WS-ENROLLED
053900         MOVE 'NOT ENROLLED - NOT BILLED' TO RL-DISPOSITION
054000         WRITE REPORT-LINE FROM REGISTER-LINE
054100         ADD +1 TO NOT-ENROLLED-COUNTER
054200         GO TO 119-EXIT.
054300*    END-IF.
054400
054500     MOVE ZERO TO WS-AMOUNT-DUE.
054600     MOVE 'Y' TO WS-PRICED-SW.
054700     PERFORM 130-PRICE-ONE-STAY
054800        THRU 139-EXIT
054900     VARYING STAY-IDX FROM 1 BY 1
055000       UNTIL STAY-IDX GREATER THAN HSA-STAY-COUNT
055100          OR NOT WS-PRICED.
055200*    END-PERFORM.
055300     IF NOT WS-PRICED
055400         MOVE 'ROOM NOT ON HALLTBL' TO RL-DISPOSITION
055500         WRITE REPORT-LINE FROM REGISTER-LINE
055600         ADD +1 TO ERROR-COUNTER
055700         GO TO 119-EXIT.
055800*    END-IF.
055900     MOVE WS-AMOUNT-DUE TO RL-DUE.
056000
056100     COMPUTE WS-ADJUSTMENT = WS-AMOUNT-DUE - HSA-BILLED-AMOUNT.
056200     IF WS-ADJUSTMENT EQUAL ZERO
056300         ADD +1 TO NO-CHANGE-COUNTER
056400         GO TO 119-EXIT.
056500*    END-IF.
056600
056700     PERFORM 140-POST-ADJUSTMENT THRU 149-EXIT.
056800
056900 119-EXIT.
057000     EXIT.
057100
057200* ************************************************************** *
057300* LOOKS FOR AN ENROLLED SEAT IN THE SEMESTER AMONG THE STUDENT'S *
057400* COURSE RECORDS ON STMASTR, PICKING UP THE NAME ON THE WAY.     *
057500* ************************************************************** *
057600 120-CHECK-ENROLLMENT.
057700
057800     MOVE 'N' TO WS-ENROLLED-SW.
057900     MOVE 'N' TO WS-MASTER-DONE-SW.
058000     MOVE SPACES TO WS-CURRENT-NAME.
058100
058200     MOVE SPACES TO STUDENT-RECORD-AREA.
058300     MOVE HSA-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
058400     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
058500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058600                         STUDENT-MASTER-FILE,
058700                         STUDENT-RECORD-AREA.
058800*    END-CALL.
058900     IF NOT VSIO-SUCCESS
059000         MOVE +0 TO VSIO-RETURN-CODE
059100         GO TO 129-EXIT.
059200*    END-IF.
059300
059400     PERFORM 125-READ-STUDENT-RECORD
059500        THRU 125-EXIT
059600       UNTIL WS-ENROLLED
059700          OR WS-MASTER-DONE.
059800*    END-PERFORM.
059900
060000 129-EXIT.
060100     EXIT.
060200
060300 125-READ-STUDENT-RECORD.
060400
060500     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
060600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
060700     MOVE VSIO-READ TO VSIO-COMMAND.
060800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060900                         STUDENT-MASTER-FILE,
061000                         STUDENT-RECORD-AREA.
061100*    END-CALL.
061200     IF NOT VSIO-SUCCESS
061300         MOVE +0 TO VSIO-RETURN-CODE
061400         MOVE 'Y' TO WS-MASTER-DONE-SW
061500         GO TO 125-EXIT.
061600*    END-IF.
061700     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL HSA-STUDENT-ID
061800         MOVE 'Y' TO WS-MASTER-DONE-SW
061900         GO TO 125-EXIT.
062000*    END-IF.
062100
062200     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
062300         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
062400         MOVE SIR-NAME TO WS-CURRENT-NAME
062500         GO TO 125-EXIT.
062600*    END-IF.
062700     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
062800     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
062900         GO TO 125-EXIT.
063000*    END-IF.
063100
063200     MOVE STUDENT-RECORD-AREA TO COURSE-INFO-RECORD.
063300     IF CIR-SEMESTER EQUAL CC-SEMESTER
063400     AND CIR-ENROLLED
063500         MOVE 'Y' TO WS-ENROLLED-SW.
063600*    END-IF.
063700
063800 125-EXIT.
063900     EXIT.
064000
064100* ************************************************************** *
064200* PRICES ONE STAY: ITS ROOM'S RATE TIMES THE NIGHTS OF THE STAY  *
064300* FALLING WITHIN THE TERM, OVER THE NIGHTS OF THE TERM.          *
064400* WS-PRICED IS CLEARED WHEN THE ROOM IS NOT ON HALLTBL.          *
064500* ************************************************************** *
064600 130-PRICE-ONE-STAY.
064700
064800     MOVE HSA-HALL (STAY-IDX) TO WS-REF-HALL.
064900     MOVE HSA-ROOM (STAY-IDX) TO WS-REF-ROOM.
065000
065100     MOVE HSA-FROM-DATE (STAY-IDX) TO WS-STAY-FROM.
065200     IF WS-STAY-FROM LESS THAN SMR-START-DATE
065300         MOVE SMR-START-DATE TO WS-STAY-FROM.
065400*    END-IF.
065500     MOVE HSA-TO-DATE (STAY-IDX) TO WS-STAY-TO.
065600     IF WS-STAY-TO EQUAL ZERO
065700     OR WS-STAY-TO GREATER THAN SMR-END-DATE
065800         MOVE SMR-END-DATE TO WS-STAY-TO.
065900*    END-IF.
066000     IF WS-STAY-TO NOT GREATER THAN WS-STAY-FROM
066100         GO TO 139-EXIT.
066200*    END-IF.
066300
066400     MOVE SPACES TO HALL-ROOM-RECORD.
066500     MOVE HSA-HALL (STAY-IDX) TO HRM-HALL.
066600     MOVE HSA-ROOM (STAY-IDX) TO HRM-ROOM.
066700     MOVE VSIO-READ TO VSIO-COMMAND.
066800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
066900                         HALL-ROOM-FILE,
067000                         HALL-ROOM-RECORD.
067100*    END-CALL.
067200     IF NOT VSIO-SUCCESS
067300         MOVE +0 TO VSIO-RETURN-CODE
067400         MOVE 'N' TO WS-PRICED-SW
067500         GO TO 139-EXIT.
067600*    END-IF.
067700
067800     MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND.
067900     MOVE WS-STAY-FROM TO DDIF-FROM-DATE.
068000     MOVE WS-STAY-TO TO DDIF-TO-DATE.
068100     CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK.
068200     IF NOT DDIF-SUCCESS
068300         MOVE 'N' TO WS-PRICED-SW
068400         GO TO 139-EXIT.
068500*    END-IF.
068600     MOVE DDIF-DAYS TO WS-STAY-NIGHTS.
068700
068800     COMPUTE WS-STAY-AMOUNT ROUNDED =
068900         HRM-RATE * WS-STAY-NIGHTS / WS-TERM-NIGHTS.
069000     ADD WS-STAY-AMOUNT TO WS-AMOUNT-DUE.
069100
069200 139-EXIT.
069300     EXIT.
069400
069500* ************************************************************** *
069600* POSTS THE CHANGE IN THE AMOUNT DUE TO ARBAL (OPENING THE       *
069700* BALANCE RECORD ON FIRST SIGHT) AND THE ARDETL JOURNAL, THEN    *
069800* RECORDS THE NEW AMOUNT BILLED ON HOUSASG.                      *
069900* ************************************************************** *
070000 140-POST-ADJUSTMENT.
070100
070200     MOVE SPACES TO BALANCE-RECORD.
070300     MOVE HSA-STUDENT-ID TO ABR-STUDENT-ID.
070400     MOVE VSIO-READ TO VSIO-COMMAND.
070500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
070600                         BALANCE-FILE,
070700                         BALANCE-RECORD.
070800*    END-CALL.
070900     EVALUATE TRUE
071000         WHEN VSIO-SUCCESS
071100             ADD WS-ADJUSTMENT TO ABR-BALANCE
071200             IF WS-ADJUSTMENT GREATER THAN ZERO
071300                 MOVE WS-RUN-DATE TO ABR-LAST-CHARGE-DATE
071400             END-IF
071500             MOVE VSIO-REWRITE TO VSIO-COMMAND
071600             CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
071700                                 BALANCE-FILE,
071800                                 BALANCE-RECORD
071900         WHEN VSIO-RECORD-NOT-FOUND
072000             MOVE HSA-STUDENT-ID TO ABR-STUDENT-ID
072100             MOVE WS-ADJUSTMENT TO ABR-BALANCE
072200             MOVE WS-RUN-DATE TO ABR-LAST-CHARGE-DATE
072300             MOVE ZERO TO ABR-LAST-PAYMENT-DATE
072400             MOVE VSIO-WRITE TO VSIO-COMMAND
072500             CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072600                                 BALANCE-FILE,
072700                                 BALANCE-RECORD
072800         WHEN OTHER
072900             CONTINUE
073000     END-EVALUATE.
073100     IF NOT VSIO-SUCCESS
073200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
073300         ADD +1 TO ERROR-COUNTER
073400         MOVE +0 TO VSIO-RETURN-CODE
073500         MOVE 'ARBAL UPDATE FAILED' TO RL-DISPOSITION
073600         WRITE REPORT-LINE FROM REGISTER-LINE
073700         GO TO 149-EXIT.
073800*    END-IF.
073900
074000     MOVE HSA-SEMESTER TO WS-REF-SEMESTER.
074100     MOVE HSA-STAY-COUNT TO STAY-IDX.
074200     MOVE HSA-HALL (STAY-IDX) TO WS-REF-HALL.
074300     MOVE HSA-ROOM (STAY-IDX) TO WS-REF-ROOM.
074400
074500     MOVE SPACES TO AR-DETAIL-RECORD.
074600     MOVE HSA-STUDENT-ID TO ARD-STUDENT-ID.
074700     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
074800     MOVE 'HSG' TO ARD-TYPE.
074900     MOVE WS-ADJUSTMENT TO ARD-AMOUNT.
075000     MOVE WS-HOUSING-REFERENCE TO ARD-REFERENCE.
075100     MOVE ABR-BALANCE TO ARD-BALANCE.
075200     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
075300     MOVE VSIO-WRITE TO VSIO-COMMAND.
075400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
075500                         AR-DETAIL-FILE,
075600                         AR-DETAIL-RECORD.
075700*    END-CALL.
075800     IF NOT VSIO-SUCCESS
075900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
076000         ADD +1 TO ERROR-COUNTER
076100         MOVE +0 TO VSIO-RETURN-CODE.
076200*    END-IF.
076300
076400     MOVE WS-AMOUNT-DUE TO HSA-BILLED-AMOUNT.
076500     MOVE WS-TODAY-CCYYMMDD TO HSA-LAST-BILLED-DATE.
076600     MOVE +140 TO
076700         VSIO-RECORD-LENGTH OF HOUSING-ASSIGNMENT-FILE.
076800     MOVE VSIO-REWRITE TO VSIO-COMMAND.
076900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
077000                         HOUSING-ASSIGNMENT-FILE,
077100                         HOUSING-ASSIGNMENT-RECORD.
077200*    END-CALL.
077300     IF NOT VSIO-SUCCESS
077400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
077500         ADD +1 TO ERROR-COUNTER
077600         MOVE +0 TO VSIO-RETURN-CODE
077700         MOVE 'POSTED - HOUSASG NOT UPDATED' TO RL-DISPOSITION
077800     ELSE
077900         MOVE 'POSTED' TO RL-DISPOSITION.
078000*    END-IF.
078100
078200     MOVE WS-ADJUSTMENT TO RL-POSTED.
078300     WRITE REPORT-LINE FROM REGISTER-LINE.
078400     ADD +1 TO POSTED-COUNTER.
078500     IF WS-ADJUSTMENT GREATER THAN ZERO
078600         ADD WS-ADJUSTMENT TO WS-TOTAL-CHARGED
078700     ELSE
078800         SUBTRACT WS-ADJUSTMENT FROM WS-TOTAL-CREDITED.
078900*    END-IF.
079000
079100 149-EXIT.
079200     EXIT.
079300
079400* ************************************************************** *
079500* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
079600* OTHER THAN SUCCESS OR END-OF-FILE.                             *
079700* ************************************************************** *
079800 500-DISPLAY-UNKNOWN-ERROR.
079900
080000     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
080100     EXHIBIT NAMED VSIO-RETURN-CODE.
080200     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
080300                   VSIO-VSAM-FUNCTION-CODE,
080400                   VSIO-VSAM-FEEDBACK-CODE.
080500
080600 509-EXIT.
080700     EXIT.
