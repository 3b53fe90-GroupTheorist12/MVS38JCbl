000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NSCRESP.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* CLEARINGHOUSE ERROR-RESPONSE LISTING.  AFTER AN NSCSUBM       *
000900* SUBMISSION IS PROCESSED, THE CLEARINGHOUSE SENDS BACK A FILE  *
001000* OF THE STUDENT RECORDS IT COULD NOT ACCEPT.  THIS RUN LOADS   *
001100* THAT FILE (UT-S-NSCRESP) AND PRINTS EACH ERROR ON SYSPRINT    *
001200* WITH THE STUDENT'S NAME AS IT NOW STANDS ON STUDENT-MASTER-   *
001300* FILE, SO THE REGISTRAR CAN CORRECT THE RECORD BEFORE THE NEXT *
001400* SUBMISSION.  A STUDENT-ID NO LONGER ON STMASTR IS FLAGGED.    *
001500*                                                               *
001600* RESPONSE FILE (120 BYTES): AN 'H1' HEADER ECHOING THE SCHOOL  *
001700* CODE, BRANCH AND TERM; AN 'E1' RECORD PER ERROR; AND A 'T1'   *
001800* TRAILER WITH THE ERROR COUNT.  WHEN THE TRAILER COUNT DOES    *
001900* NOT MATCH THE ERRORS READ, THE FILE IS INCOMPLETE AND THE     *
002000* STEP ENDS RC 8.                                               *
002100*                                                               *
002200* MODIFICATION HISTORY.                                         *
002300*   DATE       INIT  DESCRIPTION                                *
002400*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400
003500     SELECT RESPONSE-FILE
003600         ASSIGN TO UT-S-NSCRESP.
003700
003800     SELECT REPORT-FILE
003900         ASSIGN TO UR-1403-S-SYSPRINT.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  RESPONSE-FILE
004400     LABEL RECORDS ARE OMITTED
004500     RECORD CONTAINS 120 CHARACTERS
004600     BLOCK CONTAINS 0 RECORDS
004700     DATA RECORD IS RESPONSE-RECORD.
004800 01  RESPONSE-RECORD.
004900     02  NRR-RECORD-TYPE         PIC X(02).
005000         88  NRR-HEADER                  VALUE 'H1'.
005100         88  NRR-ERROR                   VALUE 'E1'.
005200         88  NRR-TRAILER                 VALUE 'T1'.
005300     02  FILLER                  PIC X(118).
005400 01  RESPONSE-HEADER-RECORD.
005500     02  FILLER                  PIC X(02).
005600     02  NRH-SCHOOL-CODE         PIC X(06).
005700     02  NRH-BRANCH-CODE         PIC X(02).
005800     02  NRH-TERM                PIC X(06).
005900     02  NRH-RESPONSE-DATE       PIC 9(08).
006000     02  FILLER                  PIC X(96).
006100 01  RESPONSE-ERROR-RECORD.
006200     02  FILLER                  PIC X(02).
006300     02  NRE-STUDENT-ID          PIC X(07).
006400     02  NRE-ENROLLMENT-STATUS   PIC X(01).
006500     02  NRE-ERROR-CODE          PIC X(04).
006600     02  NRE-ERROR-FIELD         PIC X(15).
006700     02  NRE-ERROR-MESSAGE       PIC X(60).
006800     02  FILLER                  PIC X(31).
006900 01  RESPONSE-TRAILER-RECORD.
007000     02  FILLER                  PIC X(02).
007100     02  NRT-ERROR-COUNT         PIC 9(07).
007200     02  FILLER                  PIC X(111).
007300
007400 FD  REPORT-FILE
007500     LABEL RECORDS ARE OMITTED
007600     RECORD CONTAINS 132 CHARACTERS
007700     BLOCK CONTAINS 0 RECORDS
007800     DATA RECORD IS REPORT-LINE.
007900 01  REPORT-LINE                 PIC X(132).
008000
008100 WORKING-STORAGE SECTION.
008200 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
008300     88  END-OF-FILE                         VALUE 'Y'.
008400 77  TRAILER-SEEN-SWITCH         PIC X(01)   VALUE 'N'.
008500     88  TRAILER-SEEN                        VALUE 'Y'.
008600 77  WS-STUDENT-FOUND-SW         PIC X(01)   VALUE 'N'.
008700     88  WS-STUDENT-FOUND                    VALUE 'Y'.
008800
008900 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
009000 77  NOT-ON-FILE-COUNTER         PIC S9(8) COMP VALUE ZERO.
009100 77  WS-TRAILER-COUNT            PIC S9(8) COMP VALUE ZERO.
009200
009300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009400 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
009500 01  STUDENT-RECORD-AREA         PIC X(83).
009600
009700 01  STUDENT-INFO-RECORD.
009800     02  SIR-STUDENT-ID          PIC X(07).
009900     02  SIR-KEY-ID              PIC 9(03).
010000     02  SIR-NAME                PIC X(22).
010100     02  SIR-ADDRESS             PIC X(25).
010200     02  SIR-CITY                PIC X(15).
010300     02  SIR-STATE               PIC X(02).
010400     02  SIR-ZIPCODE             PIC 9(05).
010500     02  SIR-GENDER              PIC X(01).
010600     02  SIR-MAJOR               PIC X(03).
010700
010800 01  HEADING-LINE-1.
010900     02  FILLER                  PIC X(44) VALUE
011000         'NSCRESP - CLEARINGHOUSE ERROR RESPONSE FOR  '.
011100     02  FILLER                  PIC X(07) VALUE 'SCHOOL '.
011200     02  HL1-SCHOOL-CODE         PIC X(06).
011300     02  FILLER                  PIC X(01) VALUE '-'.
011400     02  HL1-BRANCH-CODE         PIC X(02).
011500     02  FILLER                  PIC X(07) VALUE '  TERM '.
011600     02  HL1-TERM                PIC X(06).
011700     02  FILLER                  PIC X(11) VALUE '  RECEIVED '.
011800     02  HL1-RESPONSE-DATE       PIC 9(08).
011900     02  FILLER                  PIC X(40) VALUE SPACES.
012000
012100 01  HEADING-LINE-2.
012200     02  FILLER                  PIC X(33) VALUE
012300         'STUDENT  NAME ON FILE           '.
012400     02  FILLER                  PIC X(31) VALUE
012500         'ST CODE FIELD           MESSAGE'.
012600     02  FILLER                  PIC X(68) VALUE SPACES.
012700
012800 01  ERROR-LINE.
012900     02  EL-STUDENT-ID           PIC X(07).
013000     02  FILLER                  PIC X(02) VALUE SPACES.
013100     02  EL-NAME                 PIC X(22).
013200     02  FILLER                  PIC X(02) VALUE SPACES.
013300     02  EL-STATUS               PIC X(01).
013400     02  FILLER                  PIC X(02) VALUE SPACES.
013500     02  EL-ERROR-CODE           PIC X(04).
013600     02  FILLER                  PIC X(01) VALUE SPACES.
013700     02  EL-ERROR-FIELD          PIC X(15).
013800     02  FILLER                  PIC X(01) VALUE SPACES.
013900     02  EL-ERROR-MESSAGE        PIC X(60).
014000     02  FILLER                  PIC X(15) VALUE SPACES.
014100
014200 01  TOTAL-LINE.
014300     02  FILLER                  PIC X(14) VALUE
014400         'ERRORS READ:  '.
014500     02  TL-ERRORS               PIC ZZZZZZ9.
014600     02  FILLER                  PIC X(20) VALUE
014700         '   TRAILER COUNT:   '.
014800     02  TL-TRAILER              PIC ZZZZZZ9.
014900     02  FILLER                  PIC X(24) VALUE
015000         '   NOT ON STMASTR:      '.
015100     02  TL-NOT-ON-FILE          PIC ZZZZZZ9.
015200     02  FILLER                  PIC X(53) VALUE SPACES.
015300
015400 01  OUT-OF-BALANCE-LINE.
015500     02  FILLER                  PIC X(45) VALUE
015600         '*** TRAILER COUNT DOES NOT MATCH ERRORS READ '.
015700     02  FILLER                  PIC X(34) VALUE
015800         '- RESPONSE FILE IS INCOMPLETE *** '.
015900     02  FILLER                  PIC X(53) VALUE SPACES.
016000
016100 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
016200
016300 PROCEDURE DIVISION.
016400
016500 000-INITIATE.
016600
016700     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
016800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
016900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
017000     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
017100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
017200     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
017300     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
017400     MOVE VSIO-OPEN TO VSIO-COMMAND.
017500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017600                         STUDENT-MASTER-FILE,
017700                         STUDENT-RECORD-AREA.
017800*    END-CALL.
017900     IF NOT VSIO-SUCCESS
018000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018100         MOVE +8 TO RETURN-CODE
018200         STOP RUN.
018300*    END-IF.
018400
018500     OPEN INPUT RESPONSE-FILE.
018600     OPEN OUTPUT REPORT-FILE.
018700
018800     MOVE SPACES TO HL1-SCHOOL-CODE.
018900     MOVE SPACES TO HL1-BRANCH-CODE.
019000     MOVE SPACES TO HL1-TERM.
019100     MOVE ZERO TO HL1-RESPONSE-DATE.
019200
019300 010-PROCESS.
019400
019500     PERFORM 110-PROCESS-RESPONSE
019600        THRU 119-EXIT
019700       UNTIL END-OF-FILE.
019800*    END-PERFORM.
019900
020000     IF ERROR-COUNTER EQUAL ZERO
020100         WRITE REPORT-LINE FROM HEADING-LINE-1
020200         WRITE REPORT-LINE FROM HEADING-LINE-2.
020300*    END-IF.
020400
020500     WRITE REPORT-LINE FROM BLANK-LINE.
020600     MOVE ERROR-COUNTER TO TL-ERRORS.
020700     MOVE WS-TRAILER-COUNT TO TL-TRAILER.
020800     MOVE NOT-ON-FILE-COUNTER TO TL-NOT-ON-FILE.
020900     WRITE REPORT-LINE FROM TOTAL-LINE.
021000
021100     IF NOT TRAILER-SEEN
021200     OR WS-TRAILER-COUNT NOT EQUAL ERROR-COUNTER
021300         WRITE REPORT-LINE FROM OUT-OF-BALANCE-LINE
021400         MOVE +8 TO RETURN-CODE.
021500*    END-IF.
021600
021700 020-TERMINATE.
021800
021900     CLOSE RESPONSE-FILE.
022000     CLOSE REPORT-FILE.
022100
022200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
022300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022400                         STUDENT-MASTER-FILE,
022500                         STUDENT-RECORD-AREA.
022600*    END-CALL.
022700
022800     DISPLAY 'NSCRESP: ERRORS LISTED:      ' ERROR-COUNTER.
022900     DISPLAY 'NSCRESP: NOT ON STMASTR:     ' NOT-ON-FILE-COUNTER.
023000     STOP RUN.
023100
023200* ************************************************************** *
023300* ONE RESPONSE RECORD.  THE HEADER FILLS IN THE PAGE HEADING,    *
023400* WHICH IS PRINTED AHEAD OF THE FIRST ERROR; THE TRAILER GIVES   *
023500* THE COUNT TO PROVE AGAINST.                                    *
023600* ************************************************************** *
023700 110-PROCESS-RESPONSE.
023800
023900     READ RESPONSE-FILE
024000         AT END
024100             MOVE 'Y' TO END-OF-FILE-SWITCH
024200             GO TO 119-EXIT.
024300*    END-READ.
024400
024500     IF NRR-HEADER
024600         MOVE NRH-SCHOOL-CODE TO HL1-SCHOOL-CODE
024700         MOVE NRH-BRANCH-CODE TO HL1-BRANCH-CODE
024800         MOVE NRH-TERM TO HL1-TERM
024900         IF NRH-RESPONSE-DATE NUMERIC
025000             MOVE NRH-RESPONSE-DATE TO HL1-RESPONSE-DATE
025100         END-IF
025200         GO TO 119-EXIT.
025300*    END-IF.
025400
025500     IF NRR-TRAILER
025600         MOVE 'Y' TO TRAILER-SEEN-SWITCH
025700         IF NRT-ERROR-COUNT NUMERIC
025800             MOVE NRT-ERROR-COUNT TO WS-TRAILER-COUNT
025900         END-IF
026000         GO TO 119-EXIT.
026100*    END-IF.
026200
026300     IF NOT NRR-ERROR
026400         GO TO 119-EXIT.
026500*    END-IF.
026600
026700     IF ERROR-COUNTER EQUAL ZERO
026800         WRITE REPORT-LINE FROM HEADING-LINE-1
026900         WRITE REPORT-LINE FROM HEADING-LINE-2
027000         WRITE REPORT-LINE FROM BLANK-LINE.
027100*    END-IF.
027200     ADD +1 TO ERROR-COUNTER.
027300
027400     PERFORM 120-READ-STUDENT THRU 120-EXIT.
027500
027600     MOVE NRE-STUDENT-ID TO EL-STUDENT-ID.
027700     IF WS-STUDENT-FOUND
027800         MOVE SIR-NAME TO EL-NAME
027900     ELSE
028000         MOVE '** NOT ON STMASTR **' TO EL-NAME
028100         ADD +1 TO NOT-ON-FILE-COUNTER.
028200*    END-IF.
028300     MOVE NRE-ENROLLMENT-STATUS TO EL-STATUS.
028400     MOVE NRE-ERROR-CODE TO EL-ERROR-CODE.
028500     MOVE NRE-ERROR-FIELD TO EL-ERROR-FIELD.
028600     MOVE NRE-ERROR-MESSAGE TO EL-ERROR-MESSAGE.
028700     WRITE REPORT-LINE FROM ERROR-LINE.
028800
028900 119-EXIT.
029000     EXIT.
029100
029200* ************************************************************** *
029300* READS THE STUDENT'S DEMOGRAPHIC RECORD, THE FIRST RECORD OF    *
029400* THE STUDENT'S KEY GROUP.                                       *
029500* ************************************************************** *
029600 120-READ-STUDENT.
029700
029800     MOVE 'N' TO WS-STUDENT-FOUND-SW.
029900     MOVE SPACES TO STUDENT-RECORD-AREA.
030000     MOVE NRE-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
030100     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
030200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030300                         STUDENT-MASTER-FILE,
030400                         STUDENT-RECORD-AREA.
030500*    END-CALL.
030600     IF VSIO-SUCCESS
030700         MOVE SPACES TO STUDENT-RECORD-AREA (1:10)
030800         MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE
030900         MOVE VSIO-READ TO VSIO-COMMAND
031000         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031100                             STUDENT-MASTER-FILE,
031200                             STUDENT-RECORD-AREA
031300     END-IF.
031400     IF NOT VSIO-SUCCESS
031500     OR STUDENT-RECORD-AREA (1:7) NOT EQUAL NRE-STUDENT-ID
031600     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
031700         MOVE +0 TO VSIO-RETURN-CODE
031800     ELSE
031900         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD
032000         MOVE 'Y' TO WS-STUDENT-FOUND-SW.
032100*    END-IF.
032200
032300 120-EXIT.
032400     EXIT.
032500
032600* ************************************************************** *
032700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
032800* OTHER THAN SUCCESS OR END-OF-FILE.                             *
032900* ************************************************************** *
033000 500-DISPLAY-UNKNOWN-ERROR.
033100
033200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
033300     EXHIBIT NAMED VSIO-RETURN-CODE.
033400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
033500                   VSIO-VSAM-FUNCTION-CODE,
033600                   VSIO-VSAM-FEEDBACK-CODE.
033700
033800 509-EXIT.
033900     EXIT.
