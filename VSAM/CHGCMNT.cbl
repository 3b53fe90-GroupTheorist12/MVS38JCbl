000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGCMNT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MAINTENANCE FOR THE MISCELLANEOUS CHARGE-CODE TABLE CLUSTER   *
000900* (DDNAME CHGCTBL, KEYED BY CHARGE CODE) THAT MISCPOST          *
001000* VALIDATES THE DEPARTMENTAL FEEDER FILES AGAINST.  EACH ENTRY  *
001100* CARRIES THE CODE'S DESCRIPTION, THE GENERAL LEDGER REVENUE    *
001200* ACCOUNT GLINTF CREDITS FOR IT, THE DEFAULT AMOUNT CHARGED     *
001300* WHEN A FEEDER ITEM CARRIES NONE, AND WHETHER THE CHARGE IS    *
001400* SUBJECT TO SALES TAX.                                         *
001500* APPLIED THROUGH VSAMIO SO EVERY CHANGE LANDS ON THE VSIOAUD   *
001600* BEFORE/AFTER TRAIL, THE SAME AS GLACMNT.                      *
001700*                                                               *
001800* DRIVEN BY ACTION CARDS ON UT-S-CHGCARD:                       *
001900*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
002000*   COL  2-5   CHARGE CODE                                      *
002100*   COL  6-30  DESCRIPTION     (REQUIRED FOR ADD/CHANGE)        *
002200*   COL 31-40  GL ACCOUNT      (REQUIRED FOR ADD/CHANGE)        *
002300*   COL 41-47  DEFAULT AMOUNT  (9(5)V99, BLANK FOR NONE)        *
002400*   COL 48     TAXABLE         'Y' OR 'N' (BLANK MEANS 'N')     *
002500*                                                               *
002600* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.      *
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
004100     SELECT ACTION-CARD-FILE
004200         ASSIGN TO UT-S-CHGCARD.
004300
004400     SELECT REPORT-FILE
004500         ASSIGN TO UR-1403-S-SYSPRINT.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ACTION-CARD-FILE
005000     LABEL RECORDS ARE OMITTED
005100     RECORD CONTAINS 80 CHARACTERS
005200     BLOCK CONTAINS 0 RECORDS
005300     DATA RECORD IS ACTION-CARD-RECORD.
005400 01  ACTION-CARD-RECORD.
005500     02  AC-ACTION               PIC X(01).
005600         88  AC-ADD                      VALUE 'A'.
005700         88  AC-CHANGE                   VALUE 'C'.
005800         88  AC-DELETE                   VALUE 'D'.
005900     02  AC-CODE                 PIC X(04).
006000     02  AC-DESCRIPTION          PIC X(25).
006100     02  AC-GL-ACCOUNT           PIC X(10).
006200     02  AC-DEFAULT-AMOUNT       PIC X(07).
006300     02  FILLER REDEFINES AC-DEFAULT-AMOUNT.
006400         03  AC-DEFAULT-AMOUNT-N PIC 9(05)V99.
006500     02  AC-TAXABLE              PIC X(01).
006600         88  AC-TAXABLE-VALID            VALUE 'Y' 'N' ' '.
006700     02  FILLER                  PIC X(32).
006800
006900 FD  REPORT-FILE
007000     LABEL RECORDS ARE OMITTED
007100     RECORD CONTAINS 132 CHARACTERS
007200     BLOCK CONTAINS 0 RECORDS
007300     DATA RECORD IS REPORT-LINE.
007400 01  REPORT-LINE                 PIC X(132).
007500
007600 WORKING-STORAGE SECTION.
007700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007800     88  END-OF-FILE                         VALUE 'Y'.
007900
008000 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008100 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008200 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008300
008400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008500 01  CHARGE-CODE-FILE            COPY VSAMIOFB.
008600
008700* ************************************************************** *
008800* MISCELLANEOUS CHARGE-CODE TABLE (DDNAME CHGCTBL, KEYED BY      *
008900* CHARGE CODE), ALSO DESCRIBED IN MISCPOST AND GLINTF.           *
009000* ************************************************************** *
009100 01  CHARGE-CODE-RECORD.
009200     02  CCT-CODE                PIC X(04).
009300     02  CCT-DESCRIPTION         PIC X(25).
009400     02  CCT-GL-ACCOUNT          PIC X(10).
009500     02  CCT-DEFAULT-AMOUNT      PIC 9(05)V99.
009600     02  CCT-TAXABLE             PIC X(01).
009700         88  CCT-IS-TAXABLE              VALUE 'Y'.
009800     02  FILLER                  PIC X(13).
009900
010000 01  HEADING-LINE-1.
010100     02  FILLER                  PIC X(44)   VALUE
010200         'CHGCMNT - CHARGE CODE MAINTENANCE REGISTER  '.
010300     02  FILLER                  PIC X(88)   VALUE SPACES.
010400
010500 01  REGISTER-LINE.
010600     02  RL-ACTION               PIC X(01).
010700     02  FILLER                  PIC X(02)   VALUE SPACES.
010800     02  RL-CODE                 PIC X(04).
010900     02  FILLER                  PIC X(02)   VALUE SPACES.
011000     02  RL-DESCRIPTION          PIC X(25).
011100     02  FILLER                  PIC X(02)   VALUE SPACES.
011200     02  RL-GL-ACCOUNT           PIC X(10).
011300     02  FILLER                  PIC X(02)   VALUE SPACES.
011400     02  RL-DEFAULT-AMOUNT       PIC X(07).
011500     02  FILLER                  PIC X(02)   VALUE SPACES.
011600     02  RL-TAXABLE              PIC X(01).
011700     02  FILLER                  PIC X(02)   VALUE SPACES.
011800     02  RL-DISPOSITION          PIC X(30).
011900     02  FILLER                  PIC X(42)   VALUE SPACES.
012000
012100 PROCEDURE DIVISION.
012200
012300 000-INITIATE.
012400
012500     OPEN INPUT ACTION-CARD-FILE.
012600     OPEN OUTPUT REPORT-FILE.
012700     WRITE REPORT-LINE FROM HEADING-LINE-1.
012800
012900     MOVE 'CHGCTBL' TO VSIO-DDNAME OF CHARGE-CODE-FILE.
013000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CHARGE-CODE-FILE.
013100     MOVE VSIO-DIRECT TO VSIO-ACCESS OF CHARGE-CODE-FILE.
013200     MOVE VSIO-I-O TO VSIO-MODE OF CHARGE-CODE-FILE.
013300     MOVE +60 TO VSIO-RECORD-LENGTH OF CHARGE-CODE-FILE.
013400     MOVE +0 TO VSIO-KEY-POSITION OF CHARGE-CODE-FILE.
013500     MOVE +4 TO VSIO-KEY-LENGTH OF CHARGE-CODE-FILE.
013600     MOVE VSIO-OPEN TO VSIO-COMMAND.
013700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
013800                         CHARGE-CODE-FILE,
013900                         CHARGE-CODE-RECORD.
014000*    END-CALL.
014100     IF NOT VSIO-SUCCESS
014200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
014300         STOP RUN.
014400*    END-IF.
014500
014600 010-PROCESS.
014700
014800     PERFORM 110-APPLY-ONE-CARD
014900        THRU 119-EXIT
015000       UNTIL END-OF-FILE.
015100*    END-PERFORM.
015200
015300 020-TERMINATE.
015400
015500     CLOSE ACTION-CARD-FILE.
015600     CLOSE REPORT-FILE.
015700
015800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
015900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016000                         CHARGE-CODE-FILE,
016100                         CHARGE-CODE-RECORD.
016200*    END-CALL.
016300
016400     DISPLAY 'CHGCMNT: CARDS READ: ' CARD-COUNTER.
016500     DISPLAY 'CHGCMNT: APPLIED:    ' APPLIED-COUNTER.
016600     DISPLAY 'CHGCMNT: REJECTED:   ' REJECT-COUNTER.
016700     STOP RUN.
016800
016900 110-APPLY-ONE-CARD.
017000
017100     READ ACTION-CARD-FILE
017200         AT END
017300             MOVE 'Y' TO END-OF-FILE-SWITCH
017400             GO TO 119-EXIT.
017500*    END-READ.
017600
017700     ADD +1 TO CARD-COUNTER.
017800
017900     MOVE AC-ACTION TO RL-ACTION.
018000     MOVE AC-CODE TO RL-CODE.
018100     MOVE AC-DESCRIPTION TO RL-DESCRIPTION.
018200     MOVE AC-GL-ACCOUNT TO RL-GL-ACCOUNT.
018300     MOVE AC-DEFAULT-AMOUNT TO RL-DEFAULT-AMOUNT.
018400     MOVE AC-TAXABLE TO RL-TAXABLE.
018500
018600     IF AC-CODE EQUAL SPACES
018700         MOVE 'CHARGE CODE MISSING' TO RL-DISPOSITION
018800         PERFORM 170-WRITE-REJECT THRU 179-EXIT
018900         GO TO 119-EXIT.
019000*    END-IF.
019100
019200     IF AC-DELETE
019300         PERFORM 140-DELETE-CODE THRU 149-EXIT
019400         GO TO 119-EXIT.
019500*    END-IF.
019600
019700     IF NOT AC-ADD
019800     AND NOT AC-CHANGE
019900         MOVE 'INVALID ACTION CODE' TO RL-DISPOSITION
020000         PERFORM 170-WRITE-REJECT THRU 179-EXIT
020100         GO TO 119-EXIT.
020200*    END-IF.
020300
020400     IF AC-DESCRIPTION EQUAL SPACES
020500     OR AC-GL-ACCOUNT EQUAL SPACES
020600         MOVE 'DESCRIPTION AND ACCOUNT REQUIRED' TO RL-DISPOSITION
020700         PERFORM 170-WRITE-REJECT THRU 179-EXIT
020800         GO TO 119-EXIT.
020900*    END-IF.
021000
021100     IF AC-DEFAULT-AMOUNT EQUAL SPACES
021200         MOVE ZERO TO AC-DEFAULT-AMOUNT-N.
021300*    END-IF.
021400     IF AC-DEFAULT-AMOUNT-N NOT NUMERIC
021500         MOVE 'DEFAULT AMOUNT NOT NUMERIC' TO RL-DISPOSITION
021600         PERFORM 170-WRITE-REJECT THRU 179-EXIT
021700         GO TO 119-EXIT.
021800*    END-IF.
021900
022000     IF NOT AC-TAXABLE-VALID
022100         MOVE 'TAXABLE FLAG MUST BE Y OR N' TO RL-DISPOSITION
022200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
022300         GO TO 119-EXIT.
022400*    END-IF.
022500
022600     MOVE SPACES TO CHARGE-CODE-RECORD.
022700     MOVE AC-CODE TO CCT-CODE.
022800     MOVE AC-DESCRIPTION TO CCT-DESCRIPTION.
022900     MOVE AC-GL-ACCOUNT TO CCT-GL-ACCOUNT.
023000     MOVE AC-DEFAULT-AMOUNT-N TO CCT-DEFAULT-AMOUNT.
023100     IF AC-TAXABLE EQUAL 'Y'
023200         MOVE 'Y' TO CCT-TAXABLE
023300     ELSE
023400         MOVE 'N' TO CCT-TAXABLE.
023500*    END-IF.
023600     MOVE +60 TO VSIO-RECORD-LENGTH OF CHARGE-CODE-FILE.
023700
023800     IF AC-ADD
023900         MOVE VSIO-WRITE TO VSIO-COMMAND
024000     ELSE
024100         MOVE VSIO-REWRITE TO VSIO-COMMAND.
024200*    END-IF.
024300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024400                         CHARGE-CODE-FILE,
024500                         CHARGE-CODE-RECORD.
024600*    END-CALL.
024700     IF VSIO-SUCCESS
024800         IF AC-ADD
024900             MOVE 'CHARGE CODE ADDED' TO RL-DISPOSITION
025000         ELSE
025100             MOVE 'CHARGE CODE CHANGED' TO RL-DISPOSITION
025200         END-IF
025300         WRITE REPORT-LINE FROM REGISTER-LINE
025400         ADD +1 TO APPLIED-COUNTER
025500     ELSE
025600         IF AC-ADD
025700             MOVE 'ADD FAILED - DUPLICATE?' TO RL-DISPOSITION
025800         ELSE
025900             MOVE 'CHANGE FAILED - NOT ON FILE' TO RL-DISPOSITION
026000         END-IF
026100         PERFORM 170-WRITE-REJECT THRU 179-EXIT
026200         MOVE +0 TO VSIO-RETURN-CODE.
026300*    END-IF.
026400
026500 119-EXIT.
026600     EXIT.
026700
026800 140-DELETE-CODE.
026900
027000     MOVE SPACES TO CHARGE-CODE-RECORD.
027100     MOVE AC-CODE TO CCT-CODE.
027200     MOVE VSIO-DELETE TO VSIO-COMMAND.
027300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027400                         CHARGE-CODE-FILE,
027500                         CHARGE-CODE-RECORD.
027600*    END-CALL.
027700     IF VSIO-SUCCESS
027800         MOVE 'CHARGE CODE DELETED' TO RL-DISPOSITION
027900         WRITE REPORT-LINE FROM REGISTER-LINE
028000         ADD +1 TO APPLIED-COUNTER
028100     ELSE
028200         MOVE 'DELETE FAILED - NOT ON FILE' TO RL-DISPOSITION
028300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
028400         MOVE +0 TO VSIO-RETURN-CODE.
028500*    END-IF.
028600
028700 149-EXIT.
028800     EXIT.
028900
029000 170-WRITE-REJECT.
029100
029200     WRITE REPORT-LINE FROM REGISTER-LINE.
029300     ADD +1 TO REJECT-COUNTER.
029400
029500 179-EXIT.
029600     EXIT.
029700
029800* ************************************************************** *
029900* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
030000* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
030100* PROGRAM IN THIS SUITE.                                         *
030200* ************************************************************** *
030300 500-DISPLAY-UNKNOWN-ERROR.
030400
030500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
030600     EXHIBIT NAMED VSIO-RETURN-CODE.
030700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
030800                   VSIO-VSAM-FUNCTION-CODE,
030900                   VSIO-VSAM-FEEDBACK-CODE.
031000
031100 509-EXIT.
031200     EXIT.
