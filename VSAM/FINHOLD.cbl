000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FINHOLD.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* NIGHTLY FINANCIAL HOLD PLACEMENT AND RELEASE.  READS THE      *
000900* STUDENT BALANCE CLUSTER (DDNAME ARBAL) AND KEEPS THE          *
001000* FINANCIAL ('F') HOLDS ON THE REGISTRATION HOLD CLUSTER        *
001100* (DDNAME HOLDTBL) IN STEP WITH IT:                             *
001200*   - A BALANCE OVER THE HOLD THRESHOLD WHOSE LAST CHARGE IS AT *
001300*     LEAST THE MINIMUM AGE IN DAYS OLD GETS AN 'F' HOLD, IF IT *
001400*     DOES NOT ALREADY HAVE ONE.  AGE IS IN TRUE CALENDAR DAYS  *
001500*     FROM THE SHARED DAYDIFF ROUTINE, AS ARAGING AGES IT;      *
001600*   - A STUDENT WITH AN 'F' HOLD WHOSE BALANCE HAS FALLEN BELOW *
001700*     THE THRESHOLD HAS THE HOLD RELEASED.                      *
001800* ONLY THE 'F' HOLD TYPE IS EVER PLACED OR RELEASED.  THE       *
001900* DISCIPLINARY, LIBRARY, ADVISING AND SUSPENSION HOLDS BELONG   *
002000* TO THE REGISTRAR AND OTHER OFFICES AND ARE NEVER TOUCHED.     *
002100* A STUDENT WITH NO ARBAL RECORD KEEPS WHATEVER HOLD IT HAS.    *
002200*                                                               *
002300* SYSIN CARD:                                                   *
002400*   COLS 1-7   HOLD THRESHOLD (9(5)V99, 0010000 = 100.00),      *
002500*              THE SAME CARD FORMAT ARAGING USES                *
002600*   COLS 9-11  MINIMUM AGE OF THE BALANCE IN DAYS               *
002700*                                                               *
002800* EVERY PLACEMENT AND RELEASE IS LISTED ON THE REGISTER         *
002900* (SYSPRINT).  HOLDS PLACED HERE CARRY OPERATOR ID 'FINHOLD'.   *
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
005800     02  CC-HOLD-AMOUNT          PIC 9(5)V99.
005900     02  FILLER                  PIC X(01).
006000     02  CC-MINIMUM-AGE          PIC 9(03).
006100     02  FILLER                  PIC X(69).
006200
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 132 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS REPORT-LINE.
006800 01  REPORT-LINE                 PIC X(132).
006900
007000 WORKING-STORAGE SECTION.
007100 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007200     88  END-OF-FILE                         VALUE 'Y'.
007300 77  WS-HOLD-FOUND-SW            PIC X(01)   VALUE 'N'.
007400     88  WS-HOLD-FOUND                       VALUE 'Y'.
007500
007600 77  ACCOUNT-COUNTER             PIC S9(8) COMP VALUE ZERO.
007700 77  PLACED-COUNTER              PIC S9(8) COMP VALUE ZERO.
007800 77  RELEASED-COUNTER            PIC S9(8) COMP VALUE ZERO.
007900 77  FAILED-COUNTER              PIC S9(8) COMP VALUE ZERO.
008000
008100 01  WS-TODAY-DATE               PIC 9(06)   VALUE ZERO.
008200 01  FILLER REDEFINES WS-TODAY-DATE.
008300     02  WS-TODAY-YY             PIC 9(02).
008400     02  WS-TODAY-MM             PIC 9(02).
008500     02  WS-TODAY-DD             PIC 9(02).
008600
008700 01  WS-CHARGE-DATE              PIC 9(06)   VALUE ZERO.
008800 01  FILLER REDEFINES WS-CHARGE-DATE.
008900     02  WS-CHARGE-YY            PIC 9(02).
009000     02  WS-CHARGE-MM            PIC 9(02).
009100     02  WS-CHARGE-DD            PIC 9(02).
009200
009300 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
009400 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
009500     02  WS-TODAY-CCYY           PIC 9(04).
009600     02  WS-TODAY-CMM            PIC 9(02).
009700     02  WS-TODAY-CDD            PIC 9(02).
009800 01  WS-CHARGE-CCYYMMDD          PIC 9(08)   VALUE ZERO.
009900 01  FILLER REDEFINES WS-CHARGE-CCYYMMDD.
010000     02  WS-CHARGE-CCYY          PIC 9(04).
010100     02  WS-CHARGE-CMM           PIC 9(02).
010200     02  WS-CHARGE-CDD           PIC 9(02).
010300 01  WS-AGE-DAYS                 PIC S9(7) COMP-3 VALUE ZERO.
010400
010500 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010600 01  DAYDIFF-PARAMETER-VALUES    COPY DAYDIFF.
010700
010800 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010900 01  BALANCE-FILE                COPY VSAMIOFB.
011000 01  HOLD-TABLE-FILE             COPY VSAMIOFB.
011100
011200 01  BALANCE-RECORD.
011300     02  ABR-STUDENT-ID          PIC X(07).
011400     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
011500     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
011600     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
011700
011800 01  HOLD-TABLE-RECORD.
011900     02  HLD-STUDENT-ID          PIC X(07).
012000     02  HLD-TYPE                PIC X(01).
012100     02  HLD-REASON              PIC X(30).
012200     02  HLD-PLACED-DATE         PIC 9(08).
012300     02  HLD-OPERATOR-ID         PIC X(08).
012400
012500 01  HEADING-LINE-1.
012600     02  FILLER                  PIC X(41)   VALUE
012700         'FINHOLD - FINANCIAL HOLD REGISTER - OVER '.
012800     02  HL1-HOLD-AMOUNT         PIC ZZ,ZZ9.99.
012900     02  FILLER                  PIC X(10)   VALUE
013000         ' AGED AT  '.
013100     02  HL1-MINIMUM-AGE         PIC ZZ9.
013200     02  FILLER                  PIC X(69)   VALUE ' DAYS'.
013300
013400 01  HEADING-LINE-2.
013500     02  FILLER                  PIC X(09)   VALUE 'STUDENTID'.
013600     02  FILLER                  PIC X(03)   VALUE SPACES.
013700     02  FILLER                  PIC X(10)   VALUE 'BALANCE   '.
013800     02  FILLER                  PIC X(02)   VALUE SPACES.
013900     02  FILLER                  PIC X(05)   VALUE ' DAYS'.
014000     02  FILLER                  PIC X(02)   VALUE SPACES.
014100     02  FILLER                  PIC X(30)   VALUE 'ACTION'.
014200     02  FILLER                  PIC X(71)   VALUE SPACES.
014300
014400 01  REGISTER-LINE.
014500     02  RL-STUDENT-ID           PIC X(07).
014600     02  FILLER                  PIC X(02)   VALUE SPACES.
014700     02  RL-BALANCE              PIC ZZZ,ZZ9.99-.
014800     02  FILLER                  PIC X(02)   VALUE SPACES.
014900     02  RL-AGE-DAYS             PIC ZZZZ9.
015000     02  FILLER                  PIC X(02)   VALUE SPACES.
015100     02  RL-DISPOSITION          PIC X(30).
015200     02  FILLER                  PIC X(73)   VALUE SPACES.
015300
015400 01  COUNT-LINE.
015500     02  CL-LABEL                PIC X(29).
015600     02  CL-COUNT                PIC ZZZZ9.
015700     02  FILLER                  PIC X(98)   VALUE SPACES.
015800
015900 PROCEDURE DIVISION.
016000
016100 000-INITIATE.
016200
016300     OPEN INPUT CONTROL-CARD-FILE.
016400     MOVE SPACES TO CONTROL-CARD-RECORD.
016500     READ CONTROL-CARD-FILE
016600         AT END
016700             DISPLAY 'FINHOLD: NO THRESHOLD CARD SUPPLIED - '
016800                     'STOPPING'
016900             MOVE +8 TO RETURN-CODE
017000             STOP RUN.
017100*    END-READ.
017200     CLOSE CONTROL-CARD-FILE.
017300
017400     IF CC-HOLD-AMOUNT NOT NUMERIC
017500     OR CC-MINIMUM-AGE NOT NUMERIC
017600         DISPLAY 'FINHOLD: THRESHOLD OR AGE NOT NUMERIC - '
017700                 'STOPPING'
017800         MOVE +8 TO RETURN-CODE
017900         STOP RUN.
018000*    END-IF.
018100
018200     ACCEPT WS-TODAY-DATE FROM DATE.
018300     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
018400     MOVE WS-TODAY-YY TO YRWIN-2-DIGIT-YEAR.
018500     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
018600     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
018700     MOVE WS-TODAY-MM TO WS-TODAY-CMM.
018800     MOVE WS-TODAY-DD TO WS-TODAY-CDD.
018900
019000     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
019100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
019200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF BALANCE-FILE.
019300     MOVE VSIO-INPUT TO VSIO-MODE OF BALANCE-FILE.
019400     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
019500     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
019600     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
019700     MOVE VSIO-OPEN TO VSIO-COMMAND.
019800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019900                         BALANCE-FILE,
020000                         BALANCE-RECORD.
020100*    END-CALL.
020200     IF NOT VSIO-SUCCESS
020300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
020400         MOVE +8 TO RETURN-CODE
020500         STOP RUN.
020600*    END-IF.
020700
020800     MOVE 'HOLDTBL' TO VSIO-DDNAME OF HOLD-TABLE-FILE.
020900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HOLD-TABLE-FILE.
021000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF HOLD-TABLE-FILE.
021100     MOVE VSIO-I-O TO VSIO-MODE OF HOLD-TABLE-FILE.
021200     MOVE +54 TO VSIO-RECORD-LENGTH OF HOLD-TABLE-FILE.
021300     MOVE +0 TO VSIO-KEY-POSITION OF HOLD-TABLE-FILE.
021400     MOVE +8 TO VSIO-KEY-LENGTH OF HOLD-TABLE-FILE.
021500     MOVE VSIO-OPEN TO VSIO-COMMAND.
021600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021700                         HOLD-TABLE-FILE,
021800                         HOLD-TABLE-RECORD.
021900*    END-CALL.
022000     IF NOT VSIO-SUCCESS
022100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022200         MOVE +8 TO RETURN-CODE
022300         STOP RUN.
022400*    END-IF.
022500
022600     OPEN OUTPUT REPORT-FILE.
022700     MOVE CC-HOLD-AMOUNT TO HL1-HOLD-AMOUNT.
022800     MOVE CC-MINIMUM-AGE TO HL1-MINIMUM-AGE.
022900     WRITE REPORT-LINE FROM HEADING-LINE-1.
023000     WRITE REPORT-LINE FROM HEADING-LINE-2.
023100
023200 010-PROCESS.
023300
023400     PERFORM 110-CHECK-ONE-ACCOUNT
023500        THRU 119-EXIT
023600       UNTIL END-OF-FILE.
023700*    END-PERFORM.
023800
023900 020-TERMINATE.
024000
024100     MOVE 'HOLDS PLACED:                ' TO CL-LABEL.
024200     MOVE PLACED-COUNTER TO CL-COUNT.
024300     WRITE REPORT-LINE FROM COUNT-LINE.
024400     MOVE 'HOLDS RELEASED:              ' TO CL-LABEL.
024500     MOVE RELEASED-COUNTER TO CL-COUNT.
024600     WRITE REPORT-LINE FROM COUNT-LINE.
024700
024800     CLOSE REPORT-FILE.
024900
025000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
025100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025200                         BALANCE-FILE,
025300                         BALANCE-RECORD.
025400*    END-CALL.
025500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025600                         HOLD-TABLE-FILE,
025700                         HOLD-TABLE-RECORD.
025800*    END-CALL.
025900
026000     IF FAILED-COUNTER GREATER THAN ZERO
026100         MOVE +4 TO RETURN-CODE.
026200*    END-IF.
026300
026400     DISPLAY 'FINHOLD: ACCOUNTS READ:   ' ACCOUNT-COUNTER.
026500     DISPLAY 'FINHOLD: HOLDS PLACED:    ' PLACED-COUNTER.
026600     DISPLAY 'FINHOLD: HOLDS RELEASED:  ' RELEASED-COUNTER.
026700     DISPLAY 'FINHOLD: UPDATES FAILED:  ' FAILED-COUNTER.
026800     STOP RUN.
026900
027000* ************************************************************** *
027100* LOOKS UP THE STUDENT'S FINANCIAL HOLD AND PLACES OR RELEASES   *
027200* IT AS THE BALANCE NOW CALLS FOR.                               *
027300* ************************************************************** *
027400 110-CHECK-ONE-ACCOUNT.
027500
027600     MOVE VSIO-READ TO VSIO-COMMAND.
027700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027800                         BALANCE-FILE,
027900                         BALANCE-RECORD.
028000*    END-CALL.
028100     IF NOT VSIO-SUCCESS
028200         IF VSIO-END-OF-FILE
028300             MOVE 'Y' TO END-OF-FILE-SWITCH
028400             GO TO 119-EXIT
028500         ELSE
028600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028700             MOVE 'Y' TO END-OF-FILE-SWITCH
028800             GO TO 119-EXIT.
028900*        END-IF
029000*    END-IF.
029100
029200     ADD +1 TO ACCOUNT-COUNTER.
029300
029400     MOVE 'N' TO WS-HOLD-FOUND-SW.
029500     MOVE SPACES TO HOLD-TABLE-RECORD.
029600     MOVE ABR-STUDENT-ID TO HLD-STUDENT-ID.
029700     MOVE 'F' TO HLD-TYPE.
029800     MOVE VSIO-READ TO VSIO-COMMAND.
029900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030000                         HOLD-TABLE-FILE,
030100                         HOLD-TABLE-RECORD.
030200*    END-CALL.
030300     IF VSIO-SUCCESS
030400         MOVE 'Y' TO WS-HOLD-FOUND-SW
030500     ELSE
030600         MOVE +0 TO VSIO-RETURN-CODE.
030700*    END-IF.
030800
030900     IF WS-HOLD-FOUND
031000         IF ABR-BALANCE LESS THAN CC-HOLD-AMOUNT
031100             PERFORM 130-RELEASE-HOLD THRU 139-EXIT
031200             GO TO 119-EXIT
031300         ELSE
031400             GO TO 119-EXIT.
031500*        END-IF
031600*    END-IF.
031700
031800     IF ABR-BALANCE NOT GREATER THAN CC-HOLD-AMOUNT
031900         GO TO 119-EXIT.
032000*    END-IF.
032100
032200     PERFORM 150-AGE-BALANCE THRU 159-EXIT.
032300     IF WS-AGE-DAYS NOT LESS THAN CC-MINIMUM-AGE
032400         PERFORM 120-PLACE-HOLD THRU 129-EXIT.
032500*    END-IF.
032600
032700 119-EXIT.
032800     EXIT.
032900
033000 120-PLACE-HOLD.
033100
033200     MOVE SPACES TO HOLD-TABLE-RECORD.
033300     MOVE ABR-STUDENT-ID TO HLD-STUDENT-ID.
033400     MOVE 'F' TO HLD-TYPE.
033500     MOVE 'UNPAID ACCOUNT BALANCE' TO HLD-REASON.
033600     MOVE WS-TODAY-CCYYMMDD TO HLD-PLACED-DATE.
033700     MOVE 'FINHOLD' TO HLD-OPERATOR-ID.
033800     MOVE VSIO-WRITE TO VSIO-COMMAND.
033900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034000                         HOLD-TABLE-FILE,
034100                         HOLD-TABLE-RECORD.
034200*    END-CALL.
034300     IF VSIO-SUCCESS
034400         MOVE 'FINANCIAL HOLD PLACED' TO RL-DISPOSITION
034500         ADD +1 TO PLACED-COUNTER
034600     ELSE
034700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034800         MOVE +0 TO VSIO-RETURN-CODE
034900         MOVE 'PLACE FAILED' TO RL-DISPOSITION
035000         ADD +1 TO FAILED-COUNTER.
035100*    END-IF.
035200
035300     PERFORM 160-WRITE-REGISTER THRU 169-EXIT.
035400
035500 129-EXIT.
035600     EXIT.
035700
035800 130-RELEASE-HOLD.
035900
036000     MOVE SPACES TO HOLD-TABLE-RECORD.
036100     MOVE ABR-STUDENT-ID TO HLD-STUDENT-ID.
036200     MOVE 'F' TO HLD-TYPE.
036300     MOVE VSIO-DELETE TO VSIO-COMMAND.
036400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036500                         HOLD-TABLE-FILE,
036600                         HOLD-TABLE-RECORD.
036700*    END-CALL.
036800     IF VSIO-SUCCESS
036900         MOVE 'FINANCIAL HOLD RELEASED' TO RL-DISPOSITION
037000         ADD +1 TO RELEASED-COUNTER
037100     ELSE
037200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037300         MOVE +0 TO VSIO-RETURN-CODE
037400         MOVE 'RELEASE FAILED' TO RL-DISPOSITION
037500         ADD +1 TO FAILED-COUNTER.
037600*    END-IF.
037700
037800     MOVE ZERO TO WS-AGE-DAYS.
037900     PERFORM 160-WRITE-REGISTER THRU 169-EXIT.
038000
038100 139-EXIT.
038200     EXIT.
038300
038400* ************************************************************** *
038500* AGES THE BALANCE FROM ITS LAST-CHARGE DATE IN CALENDAR DAYS.   *
038600* A MISSING OR BAD DATE COUNTS AS OLD ENOUGH.                    *
038700* ************************************************************** *
038800 150-AGE-BALANCE.
038900
039000     IF ABR-LAST-CHARGE-DATE NUMERIC
039100     AND ABR-LAST-CHARGE-DATE GREATER THAN ZERO
039200         MOVE ABR-LAST-CHARGE-DATE TO WS-CHARGE-DATE
039300         MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND
039400         MOVE WS-CHARGE-YY TO YRWIN-2-DIGIT-YEAR
039500         CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK
039600         MOVE YRWIN-4-DIGIT-YEAR TO WS-CHARGE-CCYY
039700         MOVE WS-CHARGE-MM TO WS-CHARGE-CMM
039800         MOVE WS-CHARGE-DD TO WS-CHARGE-CDD
039900         MOVE DDIF-DAYS-BETWEEN TO DDIF-COMMAND
040000         MOVE WS-CHARGE-CCYYMMDD TO DDIF-FROM-DATE
040100         MOVE WS-TODAY-CCYYMMDD TO DDIF-TO-DATE
040200         CALL 'DAYDIFF' USING DDIF-PARAMETER-BLOCK
040300         IF DDIF-SUCCESS
040400             MOVE DDIF-DAYS TO WS-AGE-DAYS
040500         ELSE
040600             MOVE +9999 TO WS-AGE-DAYS
040700         END-IF
040800     ELSE
040900         MOVE +9999 TO WS-AGE-DAYS.
041000*    END-IF.
041100
041200 159-EXIT.
041300     EXIT.
041400
041500 160-WRITE-REGISTER.
041600
041700     MOVE ABR-STUDENT-ID TO RL-STUDENT-ID.
041800     MOVE ABR-BALANCE TO RL-BALANCE.
041900     MOVE WS-AGE-DAYS TO RL-AGE-DAYS.
042000     WRITE REPORT-LINE FROM REGISTER-LINE.
042100
042200 169-EXIT.
042300     EXIT.
042400
042500* ************************************************************** *
042600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
042700* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
042800* PROGRAM IN THIS SUITE.                                         *
042900* ************************************************************** *
043000 500-DISPLAY-UNKNOWN-ERROR.
043100
043200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
043300     EXHIBIT NAMED VSIO-RETURN-CODE.
043400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
043500                   VSIO-VSAM-FUNCTION-CODE,
043600                   VSIO-VSAM-FEEDBACK-CODE.
043700
043800 509-EXIT.
043900     EXIT.
