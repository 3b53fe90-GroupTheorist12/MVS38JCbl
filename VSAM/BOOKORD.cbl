000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BOOKORD.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* BOOKSTORE ORDER RUN.  FOR EVERY SECTION OF THE SEMESTER ON    *
000900* THE SYSIN CARD, EACH BOOK ADOPTED ON BOOKTBL IS GIVEN A       *
001000* SUGGESTED ORDER QUANTITY OF THE SECTION'S STR-ENROLLED PLUS   *
001100* ITS CURRENT WAITLIST (THE 'W' ENROLLMENTS ON                  *
001200* STUDENT-MASTER-FILE), SINCE A WAITLISTED STUDENT WHO IS       *
001300* PROMOTED NEEDS THE BOOK TOO.  REQUIRED AND OPTIONAL BOOKS GET *
001400* THE SAME QUANTITY; THE FLAG TRAVELS ON THE FILE SO THE        *
001500* BOOKSTORE CAN SCALE OPTIONAL TITLES DOWN ITSELF.              *
001600*                                                               *
001700* OUTPUT:                                                       *
001800*   - THE ORDER FILE (DDNAME BOOKORD), ONE 80-BYTE RECORD PER   *
001900*     ADOPTED BOOK, FOR THE BOOKSTORE'S PURCHASING SYSTEM.      *
002000*   - THE ORDER LISTING ON SYSPRINT, FOLLOWED BY THE SECTIONS   *
002100*     OF THE SEMESTER WITH NO ADOPTION ON FILE, SO THE          *
002200*     DEPARTMENTS CAN BE CHASED BEFORE THE BOOKS ARE ORDERED.   *
002300* A SECTION WHOSE CAPACITY IS ZERO HAS BEEN CANCELLED (SEE      *
002400* SECTCNCL) AND IS LEFT OFF BOTH.                               *
002500*                                                               *
002600* SYSIN CARD: COLS 1-6 SEMESTER (MUST BE ON SEMTBL).  THE RUN   *
002700* ENDS RC 8 ON A BAD CARD OR A VSAM ERROR, RC 4 WHEN ANY        *
002800* SECTION HAS NO ADOPTION.                                      *
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
004900     SELECT ORDER-FILE
005000         ASSIGN TO UT-S-BOOKORD.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CONTROL-CARD-FILE
005500     LABEL RECORDS ARE OMITTED
005600     RECORD CONTAINS 80 CHARACTERS
005700     BLOCK CONTAINS 0 RECORDS
005800     DATA RECORD IS CONTROL-CARD-RECORD.
005900 01  CONTROL-CARD-RECORD.
006000     02  CC-SEMESTER             PIC X(06).
006100     02  FILLER                  PIC X(74).
006200
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE OMITTED
006500     RECORD CONTAINS 132 CHARACTERS
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS REPORT-LINE.
006800 01  REPORT-LINE                 PIC X(132).
006900
007000 FD  ORDER-FILE
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS ORDER-RECORD.
007500 01  ORDER-RECORD.
007600     02  BOF-SEMESTER            PIC X(06).
007700     02  BOF-SECTION-ID          PIC 9(06).
007800     02  BOF-SEQUENCE            PIC 9(02).
007900     02  BOF-ISBN                PIC X(13).
008000     02  BOF-TITLE               PIC X(40).
008100     02  BOF-REQUIRED            PIC X(01).
008200     02  BOF-ENROLLED            PIC 9(03).
008300     02  BOF-WAITLISTED          PIC 9(03).
008400     02  BOF-ORDER-QTY           PIC 9(04).
008500     02  FILLER                  PIC X(02).
008600
008700 WORKING-STORAGE SECTION.
008800 77  MASTER-EOF-SW               PIC X(01)   VALUE 'N'.
008900     88  MASTER-EOF                          VALUE 'Y'.
009000 77  SECTION-EOF-SW              PIC X(01)   VALUE 'N'.
009100     88  SECTION-EOF                         VALUE 'Y'.
009200 77  BOOK-DONE-SW                PIC X(01)   VALUE 'N'.
009300     88  BOOK-DONE                           VALUE 'Y'.
009400 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
009500     88  ENTRY-FOUND                         VALUE 'Y'.
009600
009700 77  WAIT-IDX                    PIC S9(4) COMP VALUE ZERO.
009800 77  WAIT-COUNT                  PIC S9(4) COMP VALUE ZERO.
009900 77  WAIT-MAX                    PIC S9(4) COMP VALUE +1000.
010000 77  NOBK-IDX                    PIC S9(4) COMP VALUE ZERO.
010100 77  NOBK-COUNT                  PIC S9(4) COMP VALUE ZERO.
010200 77  NOBK-MAX                    PIC S9(4) COMP VALUE +500.
010300 77  NOBK-OVERFLOW               PIC S9(8) COMP VALUE ZERO.
010400
010500 77  SECTION-COUNTER             PIC S9(8) COMP VALUE ZERO.
010600 77  BOOK-COUNTER                PIC S9(8) COMP VALUE ZERO.
010700 77  SECTION-BOOKS               PIC S9(4) COMP VALUE ZERO.
010800 77  WS-WAITING                  PIC S9(4) COMP VALUE ZERO.
010900 77  WS-ORDER-QTY                PIC S9(8) COMP VALUE ZERO.
011000 77  WS-TOTAL-QTY                PIC S9(8) COMP VALUE ZERO.
011100 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
011200
011300 01  SEARCH-SECTION              PIC X(06)   VALUE SPACES.
011400
011500* ************************************************************** *
011600* CURRENT WAITLIST COUNT PER SECTION, FROM ONE PASS OF THE       *
011700* MASTER.                                                        *
011800* ************************************************************** *
011900 01  WAIT-TABLE-AREA.
012000     02  WAIT-ENTRY OCCURS 1000 TIMES.
012100         03  WE-SECTION-ID       PIC X(06).
012200         03  WE-WAITING          PIC S9(4) COMP.
012300
012400* ************************************************************** *
012500* SECTIONS WITH NO ADOPTION, LISTED AFTER THE ORDERS.            *
012600* ************************************************************** *
012700 01  NO-BOOK-TABLE-AREA.
012800     02  NO-BOOK-ENTRY OCCURS 500 TIMES.
012900         03  NBE-SECTION-ID      PIC 9(06).
013000         03  NBE-DESCRIPTION     PIC X(11).
013100         03  NBE-INSTRUCTOR-ID   PIC X(05).
013200         03  NBE-ENROLLED        PIC 9(03).
013300         03  NBE-WAITING         PIC S9(4) COMP.
013400
013500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
013600 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
013700 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
013800 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
013900 01  BOOK-TABLE-FILE             COPY VSAMIOFB.
014000
014100 01  SEMESTER-TABLE-RECORD.
014200     02  SMR-CODE                PIC X(06).
014300     02  SMR-DESCRIPTION         PIC X(20).
014400     02  FILLER                  PIC X(98).
014500
014600 01  STUDENT-RECORD-AREA         PIC X(83).
014700 01  COURSE-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
014800     02  CIR-STUDENT-ID          PIC X(07).
014900     02  CIR-KEY-ID              PIC 9(03).
015000     02  CIR-COURSE-ID           PIC 9(06).
015100     02  CIR-GRADE               PIC S9(3)V99 COMP-3.
015200     02  CIR-STATUS              PIC X(01).
015300     02  CIR-SEMESTER            PIC X(06).
015400     02  CIR-ENROLL-DATE         PIC 9(08).
015500     02  CIR-DROP-DATE           PIC 9(08).
015600     02  CIR-WAIT-POSITION       PIC 9(03).
015700     02  CIR-WAIT-DATE           PIC 9(08).
015800     02  FILLER                  PIC X(30).
015900
016000 01  SECTION-TABLE-RECORD.
016100     02  STR-KEY.
016200         03  STR-SECTION-ID      PIC 9(06).
016300         03  FILLER              REDEFINES STR-SECTION-ID.
016400             04  STR-DEPARTMENT  PIC 9(02).
016500             04  STR-COURSE      PIC 9(03).
016600             04  STR-NUMBER      PIC 9(01).
016700         03  STR-SEMESTER        PIC X(06).
016800     02  STR-DESCRIPTION         PIC X(11).
016900     02  STR-CAPACITY            PIC 9(03).
017000     02  STR-ENROLLED            PIC 9(03).
017100     02  STR-MEET-DAYS           PIC X(05).
017200     02  STR-START-TIME          PIC 9(04).
017300     02  STR-END-TIME            PIC 9(04).
017400     02  STR-ROOM                PIC X(05).
017500     02  STR-INSTRUCTOR-ID       PIC X(05).
017600     02  STR-XLIST-SECTION       PIC 9(06).
017700     02  STR-XLIST-SHARE         PIC 9(03).
017800
017900 01  BOOK-TABLE-RECORD.
018000     02  BKR-KEY.
018100         03  BKR-SECTION-KEY     PIC X(12).
018200         03  BKR-SEQUENCE        PIC 9(02).
018300     02  BKR-ISBN                PIC X(13).
018400     02  BKR-TITLE               PIC X(40).
018500     02  BKR-REQUIRED            PIC X(01).
018600     02  BKR-ENTERED-DATE        PIC 9(08).
018700     02  FILLER                  PIC X(04).
018800
018900 01  HEADING-LINE-1.
019000     02  FILLER                  PIC X(36)   VALUE
019100         'BOOKORD - BOOKSTORE ORDER LISTING - '.
019200     02  HL1-SEMESTER            PIC X(06).
019300     02  FILLER                  PIC X(02)   VALUE SPACES.
019400     02  HL1-DESCRIPTION         PIC X(20).
019500     02  FILLER                  PIC X(68)   VALUE SPACES.
019600
019700 01  HEADING-LINE-2.
019800     02  FILLER                  PIC X(08)   VALUE 'SECTION'.
019900     02  FILLER                  PIC X(13)   VALUE 'DESCRIPTION'.
020000     02  FILLER                  PIC X(05)   VALUE ' ENRL'.
020100     02  FILLER                  PIC X(06)   VALUE '  WAIT'.
020200     02  FILLER                  PIC X(05)   VALUE '  SQ'.
020300     02  FILLER                  PIC X(15)   VALUE ' ISBN'.
020400     02  FILLER                  PIC X(42)   VALUE 'TITLE'.
020500     02  FILLER                  PIC X(04)   VALUE 'R/O'.
020600     02  FILLER                  PIC X(34)   VALUE '  ORDER'.
020700
020800 01  DETAIL-LINE.
020900     02  DL-SECTION-ID           PIC 9(06).
021000     02  FILLER                  PIC X(02)   VALUE SPACES.
021100     02  DL-DESCRIPTION          PIC X(11).
021200     02  FILLER                  PIC X(02)   VALUE SPACES.
021300     02  DL-ENROLLED             PIC ZZ9.
021400     02  FILLER                  PIC X(02)   VALUE SPACES.
021500     02  DL-WAITING              PIC ZZZ9.
021600     02  FILLER                  PIC X(03)   VALUE SPACES.
021700     02  DL-SEQUENCE             PIC 9(02).
021800     02  FILLER                  PIC X(02)   VALUE SPACES.
021900     02  DL-ISBN                 PIC X(13).
022000     02  FILLER                  PIC X(02)   VALUE SPACES.
022100     02  DL-TITLE                PIC X(40).
022200     02  FILLER                  PIC X(03)   VALUE SPACES.
022300     02  DL-REQUIRED             PIC X(01).
022400     02  FILLER                  PIC X(03)   VALUE SPACES.
022500     02  DL-ORDER-QTY            PIC ZZZ9.
022600     02  FILLER                  PIC X(29)   VALUE SPACES.
022700
022800 01  NO-BOOK-HEAD-LINE.
022900     02  FILLER                  PIC X(40)   VALUE
023000         'SECTIONS WITH NO TEXTBOOK ADOPTION ON FI'.
023100     02  FILLER                  PIC X(92)   VALUE 'LE'.
023200
023300 01  NO-BOOK-LINE.
023400     02  NBL-SECTION-ID          PIC 9(06).
023500     02  FILLER                  PIC X(02)   VALUE SPACES.
023600     02  NBL-DESCRIPTION         PIC X(11).
023700     02  FILLER                  PIC X(02)   VALUE SPACES.
023800     02  NBL-ENROLLED            PIC ZZ9.
023900     02  FILLER                  PIC X(02)   VALUE SPACES.
024000     02  NBL-WAITING             PIC ZZZ9.
024100     02  FILLER                  PIC X(14)   VALUE
024200         '  INSTRUCTOR: '.
024300     02  NBL-INSTRUCTOR-ID       PIC X(05).
024400     02  FILLER                  PIC X(83)   VALUE SPACES.
024500
024600 01  OVERFLOW-LINE.
024700     02  FILLER                  PIC X(05)   VALUE '  ...'.
024800     02  OVL-COUNT               PIC ZZZZ9.
024900     02  FILLER                  PIC X(40)   VALUE
025000         ' MORE SECTIONS NOT LISTED (TABLE FULL)  '.
025100     02  FILLER                  PIC X(82)   VALUE SPACES.
025200
025300 01  TOTAL-LINE.
025400     02  FILLER                  PIC X(10)   VALUE 'SECTIONS: '.
025500     02  TL-SECTIONS             PIC ZZZZ9.
025600     02  FILLER                  PIC X(09)   VALUE '  BOOKS: '.
025700     02  TL-BOOKS                PIC ZZZZ9.
025800     02  FILLER                  PIC X(16)   VALUE
025900         '  COPIES TOTAL: '.
026000     02  TL-COPIES               PIC ZZZ,ZZ9.
026100     02  FILLER                  PIC X(17)   VALUE
026200         '  NO ADOPTION:   '.
026300     02  TL-NO-BOOK              PIC ZZZZ9.
026400     02  FILLER                  PIC X(58)   VALUE SPACES.
026500
026600 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
026700
026800 PROCEDURE DIVISION.
026900
027000 000-INITIATE.
027100
027200     DISPLAY 'BOOKORD: BOOKSTORE ORDER RUN'.
027300     DISPLAY '----------------------------'.
027400     DISPLAY ' '.
027500
027600     OPEN INPUT CONTROL-CARD-FILE.
027700     MOVE SPACES TO CONTROL-CARD-RECORD.
027800     READ CONTROL-CARD-FILE
027900         AT END
028000             DISPLAY 'BOOKORD: NO SEMESTER CARD SUPPLIED - '
028100                     'STOPPING'
028200             MOVE +8 TO RETURN-CODE
028300             STOP RUN.
028400*    END-READ.
028500     CLOSE CONTROL-CARD-FILE.
028600
028700     IF CC-SEMESTER EQUAL SPACES
028800         DISPLAY 'BOOKORD: SEMESTER MISSING FROM CARD - STOPPING'
028900         MOVE +8 TO RETURN-CODE
029000         STOP RUN.
029100*    END-IF.
029200
029300     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
029400     MOVE VSIO-KSDS TO
029500         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
029600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
029700     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
029800     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
029900     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
030000     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
030100     MOVE VSIO-OPEN TO VSIO-COMMAND.
030200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030300                         SEMESTER-TABLE-FILE,
030400                         SEMESTER-TABLE-RECORD.
030500*    END-CALL.
030600     IF NOT VSIO-SUCCESS
030700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030800         MOVE +8 TO RETURN-CODE
030900         STOP RUN.
031000*    END-IF.
031100
031200     MOVE SPACES TO SEMESTER-TABLE-RECORD.
031300     MOVE CC-SEMESTER TO SMR-CODE.
031400     MOVE VSIO-READ TO VSIO-COMMAND.
031500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031600                         SEMESTER-TABLE-FILE,
031700                         SEMESTER-TABLE-RECORD.
031800*    END-CALL.
031900     IF NOT VSIO-SUCCESS
032000         DISPLAY 'BOOKORD: SEMESTER ' CC-SEMESTER
032100                 ' IS NOT ON THE SEMTBL CALENDAR - STOPPING'
032200         MOVE +8 TO RETURN-CODE
032300         STOP RUN.
032400*    END-IF.
032500
032600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
032700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032800                         SEMESTER-TABLE-FILE,
032900                         SEMESTER-TABLE-RECORD.
033000*    END-CALL.
033100
033200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
033300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
033400     MOVE VSIO-SEQUENTIAL TO
033500         VSIO-ACCESS OF STUDENT-MASTER-FILE.
033600     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
033700     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
033800     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
033900     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
034000     MOVE VSIO-OPEN TO VSIO-COMMAND.
034100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034200                         STUDENT-MASTER-FILE,
034300                         STUDENT-RECORD-AREA.
034400*    END-CALL.
034500     IF NOT VSIO-SUCCESS
034600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
034700         MOVE +8 TO RETURN-CODE
034800         STOP RUN.
034900*    END-IF.
035000
035100     PERFORM 110-COUNT-ONE-WAITER
035200        THRU 119-EXIT
035300       UNTIL MASTER-EOF.
035400*    END-PERFORM.
035500
035600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
035700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035800                         STUDENT-MASTER-FILE,
035900                         STUDENT-RECORD-AREA.
036000*    END-CALL.
036100
036200     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
036300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
036400     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
036500     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
036600     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
036700     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
036800     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
036900     MOVE VSIO-OPEN TO VSIO-COMMAND.
037000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
037100                         SECTION-TABLE-FILE,
037200                         SECTION-TABLE-RECORD.
037300*    END-CALL.
037400     IF NOT VSIO-SUCCESS
037500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037600         MOVE +8 TO RETURN-CODE
037700         STOP RUN.
037800*    END-IF.
037900
038000     MOVE 'BOOKTBL' TO VSIO-DDNAME OF BOOK-TABLE-FILE.
038100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BOOK-TABLE-FILE.
038200     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF BOOK-TABLE-FILE.
038300     MOVE VSIO-INPUT TO VSIO-MODE OF BOOK-TABLE-FILE.
038400     MOVE +80 TO VSIO-RECORD-LENGTH OF BOOK-TABLE-FILE.
038500     MOVE +0 TO VSIO-KEY-POSITION OF BOOK-TABLE-FILE.
038600     MOVE +14 TO VSIO-KEY-LENGTH OF BOOK-TABLE-FILE.
038700     MOVE VSIO-OPEN TO VSIO-COMMAND.
038800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038900                         BOOK-TABLE-FILE,
039000                         BOOK-TABLE-RECORD.
039100*    END-CALL.
039200     IF NOT VSIO-SUCCESS
039300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
039400         MOVE +8 TO RETURN-CODE
039500         STOP RUN.
039600*    END-IF.
039700
039800     OPEN OUTPUT REPORT-FILE.
039900     OPEN OUTPUT ORDER-FILE.
040000     MOVE CC-SEMESTER TO HL1-SEMESTER.
040100     MOVE SMR-DESCRIPTION TO HL1-DESCRIPTION.
040200     WRITE REPORT-LINE FROM HEADING-LINE-1
040300         AFTER ADVANCING PAGE.
040400     WRITE REPORT-LINE FROM BLANK-LINE.
040500     WRITE REPORT-LINE FROM HEADING-LINE-2.
040600
040700 010-PROCESS.
040800
040900     PERFORM 120-ORDER-ONE-SECTION
041000        THRU 129-EXIT
041100       UNTIL SECTION-EOF.
041200*    END-PERFORM.
041300
041400 020-TERMINATE.
041500
041600     WRITE REPORT-LINE FROM NO-BOOK-HEAD-LINE
041700         AFTER ADVANCING PAGE.
041800     WRITE REPORT-LINE FROM BLANK-LINE.
041900     MOVE 1 TO NOBK-IDX.
042000     PERFORM 140-PRINT-ONE-NO-BOOK
042100        THRU 149-EXIT
042200       UNTIL NOBK-IDX GREATER THAN NOBK-COUNT.
042300*    END-PERFORM.
042400     IF NOBK-OVERFLOW GREATER THAN ZERO
042500         MOVE NOBK-OVERFLOW TO OVL-COUNT
042600         WRITE REPORT-LINE FROM OVERFLOW-LINE.
042700*    END-IF.
042800
042900     MOVE SECTION-COUNTER TO TL-SECTIONS.
043000     MOVE BOOK-COUNTER TO TL-BOOKS.
043100     MOVE WS-TOTAL-QTY TO TL-COPIES.
043200     COMPUTE TL-NO-BOOK = NOBK-COUNT + NOBK-OVERFLOW.
043300     WRITE REPORT-LINE FROM BLANK-LINE.
043400     WRITE REPORT-LINE FROM TOTAL-LINE.
043500
043600     CLOSE REPORT-FILE.
043700     CLOSE ORDER-FILE.
043800
043900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
044000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044100                         SECTION-TABLE-FILE,
044200                         SECTION-TABLE-RECORD.
044300*    END-CALL.
044400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044500                         BOOK-TABLE-FILE,
044600                         BOOK-TABLE-RECORD.
044700*    END-CALL.
044800
044900     DISPLAY 'BOOKORD: SECTIONS:     ' SECTION-COUNTER.
045000     DISPLAY 'BOOKORD: BOOKS:        ' BOOK-COUNTER.
045100     DISPLAY 'BOOKORD: NO ADOPTION:  ' TL-NO-BOOK.
045200
045300     IF ERROR-COUNTER GREATER THAN ZERO
045400         MOVE +8 TO RETURN-CODE
045500     ELSE
045600         IF NOBK-COUNT GREATER THAN ZERO
045700             MOVE +4 TO RETURN-CODE.
045800*        END-IF
045900*    END-IF.
046000     STOP RUN.
046100
046200* ************************************************************** *
046300* COUNT ONE CURRENT WAITLISTED ENROLLMENT OF THE SEMESTER INTO   *
046400* ITS SECTION ENTRY.                                             *
046500* ************************************************************** *
046600 110-COUNT-ONE-WAITER.
046700
046800     MOVE SPACES TO STUDENT-RECORD-AREA.
046900     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
047000     MOVE VSIO-READ TO VSIO-COMMAND.
047100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047200                         STUDENT-MASTER-FILE,
047300                         STUDENT-RECORD-AREA.
047400*    END-CALL.
047500     IF NOT VSIO-SUCCESS
047600         IF VSIO-END-OF-FILE
047700             MOVE 'Y' TO MASTER-EOF-SW
047800         ELSE
047900             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048000             ADD +1 TO ERROR-COUNTER
048100             MOVE 'Y' TO MASTER-EOF-SW.
048200*        END-IF
048300*    END-IF.
048400     IF MASTER-EOF
048500         GO TO 119-EXIT.
048600*    END-IF.
048700
048800     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
048900     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +40
049000     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
049100         GO TO 119-EXIT.
049200*    END-IF.
049300
049400     IF CIR-STATUS NOT EQUAL 'W'
049500     OR CIR-SEMESTER NOT EQUAL CC-SEMESTER
049600         GO TO 119-EXIT.
049700*    END-IF.
049800
049900     MOVE STUDENT-RECORD-AREA (11:6) TO SEARCH-SECTION.
050000     PERFORM 160-LOCATE-SECTION THRU 169-EXIT.
050100     IF WAIT-IDX GREATER THAN ZERO
050200         ADD 1 TO WE-WAITING (WAIT-IDX)
050300         GO TO 119-EXIT.
050400*    END-IF.
050500
050600     IF WAIT-COUNT NOT LESS THAN WAIT-MAX
050700         DISPLAY 'BOOKORD: WAITLIST TABLE FULL, SECTION NOT '
050800             'COUNTED: ' SEARCH-SECTION
050900         GO TO 119-EXIT.
051000*    END-IF.
051100
051200     ADD 1 TO WAIT-COUNT.
051300     MOVE SEARCH-SECTION TO WE-SECTION-ID (WAIT-COUNT).
051400     MOVE 1 TO WE-WAITING (WAIT-COUNT).
051500
051600 119-EXIT.
051700     EXIT.
051800
051900* ************************************************************** *
052000* ONE SECTION OF THE SEMESTER: ITS WAITLIST, THEN EVERY BOOK     *
052100* ADOPTED FOR IT.  A SECTION WITH NO BOOKS IS SAVED FOR THE      *
052200* NO-ADOPTION LIST.                                              *
052300* ************************************************************** *
052400 120-ORDER-ONE-SECTION.
052500
052600     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
052700     MOVE VSIO-READ TO VSIO-COMMAND.
052800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
052900                         SECTION-TABLE-FILE,
053000                         SECTION-TABLE-RECORD.
053100*    END-CALL.
053200     IF NOT VSIO-SUCCESS
053300         IF NOT VSIO-END-OF-FILE
053400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053500             ADD +1 TO ERROR-COUNTER
053600         END-IF
053700         MOVE 'Y' TO SECTION-EOF-SW
053800         GO TO 129-EXIT.
053900*    END-IF.
054000
054100     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
054200         GO TO 129-EXIT.
054300*    END-IF.
054400     IF STR-CAPACITY NOT NUMERIC
054500     OR STR-CAPACITY EQUAL ZERO
054600         GO TO 129-EXIT.
054700*    END-IF.
054800     IF STR-ENROLLED NOT NUMERIC
054900         MOVE ZERO TO STR-ENROLLED.
055000*    END-IF.
055100
055200     ADD +1 TO SECTION-COUNTER.
055300
055400     MOVE STR-KEY (1:6) TO SEARCH-SECTION.
055500     PERFORM 160-LOCATE-SECTION THRU 169-EXIT.
055600     IF WAIT-IDX GREATER THAN ZERO
055700         MOVE WE-WAITING (WAIT-IDX) TO WS-WAITING
055800     ELSE
055900         MOVE ZERO TO WS-WAITING.
056000*    END-IF.
056100     COMPUTE WS-ORDER-QTY = STR-ENROLLED + WS-WAITING.
056200
056300     MOVE ZERO TO SECTION-BOOKS.
056400     MOVE 'N' TO BOOK-DONE-SW.
056500     MOVE SPACES TO BOOK-TABLE-RECORD.
056600     MOVE STR-KEY TO BKR-SECTION-KEY.
056700     MOVE ZERO TO BKR-SEQUENCE.
056800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
056900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057000                         BOOK-TABLE-FILE,
057100                         BOOK-TABLE-RECORD.
057200*    END-CALL.
057300     IF VSIO-SUCCESS
057400         PERFORM 130-ORDER-ONE-BOOK
057500            THRU 139-EXIT
057600           UNTIL BOOK-DONE
057700     ELSE
057800         MOVE +0 TO VSIO-RETURN-CODE.
057900*    END-IF.
058000
058100     IF SECTION-BOOKS GREATER THAN ZERO
058200         GO TO 129-EXIT.
058300*    END-IF.
058400
058500     IF NOBK-COUNT NOT LESS THAN NOBK-MAX
058600         ADD +1 TO NOBK-OVERFLOW
058700         GO TO 129-EXIT.
058800*    END-IF.
058900     ADD 1 TO NOBK-COUNT.
059000     MOVE STR-SECTION-ID TO NBE-SECTION-ID (NOBK-COUNT).
059100     MOVE STR-DESCRIPTION TO NBE-DESCRIPTION (NOBK-COUNT).
059200     MOVE STR-INSTRUCTOR-ID TO NBE-INSTRUCTOR-ID (NOBK-COUNT).
059300     MOVE STR-ENROLLED TO NBE-ENROLLED (NOBK-COUNT).
059400     MOVE WS-WAITING TO NBE-WAITING (NOBK-COUNT).
059500
059600 129-EXIT.
059700     EXIT.
059800
059900 130-ORDER-ONE-BOOK.
060000
060100     MOVE +80 TO VSIO-RECORD-LENGTH OF BOOK-TABLE-FILE.
060200     MOVE VSIO-READ TO VSIO-COMMAND.
060300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
060400                         BOOK-TABLE-FILE,
060500                         BOOK-TABLE-RECORD.
060600*    END-CALL.
060700     IF NOT VSIO-SUCCESS
060800         MOVE +0 TO VSIO-RETURN-CODE
060900         MOVE 'Y' TO BOOK-DONE-SW
061000         GO TO 139-EXIT.
061100*    END-IF.
061200
061300     IF BKR-SECTION-KEY NOT EQUAL STR-KEY
061400         MOVE 'Y' TO BOOK-DONE-SW
061500         GO TO 139-EXIT.
061600*    END-IF.
061700
061800     ADD +1 TO SECTION-BOOKS.
061900     ADD +1 TO BOOK-COUNTER.
062000     ADD WS-ORDER-QTY TO WS-TOTAL-QTY.
062100
062200     MOVE SPACES TO ORDER-RECORD.
062300     MOVE STR-SEMESTER TO BOF-SEMESTER.
062400     MOVE STR-SECTION-ID TO BOF-SECTION-ID.
062500     MOVE BKR-SEQUENCE TO BOF-SEQUENCE.
062600     MOVE BKR-ISBN TO BOF-ISBN.
062700     MOVE BKR-TITLE TO BOF-TITLE.
062800     MOVE BKR-REQUIRED TO BOF-REQUIRED.
062900     MOVE STR-ENROLLED TO BOF-ENROLLED.
063000     MOVE WS-WAITING TO BOF-WAITLISTED.
063100     MOVE WS-ORDER-QTY TO BOF-ORDER-QTY.
063200     WRITE ORDER-RECORD.
063300
063400     MOVE STR-SECTION-ID TO DL-SECTION-ID.
063500     MOVE STR-DESCRIPTION TO DL-DESCRIPTION.
063600     MOVE STR-ENROLLED TO DL-ENROLLED.
063700     MOVE WS-WAITING TO DL-WAITING.
063800     MOVE BKR-SEQUENCE TO DL-SEQUENCE.
063900     MOVE BKR-ISBN TO DL-ISBN.
064000     MOVE BKR-TITLE TO DL-TITLE.
064100     MOVE BKR-REQUIRED TO DL-REQUIRED.
064200     MOVE WS-ORDER-QTY TO DL-ORDER-QTY.
064300     WRITE REPORT-LINE FROM DETAIL-LINE.
064400
064500 139-EXIT.
064600     EXIT.
064700
064800 140-PRINT-ONE-NO-BOOK.
064900
065000     MOVE NBE-SECTION-ID (NOBK-IDX) TO NBL-SECTION-ID.
065100     MOVE NBE-DESCRIPTION (NOBK-IDX) TO NBL-DESCRIPTION.
065200     MOVE NBE-ENROLLED (NOBK-IDX) TO NBL-ENROLLED.
065300     MOVE NBE-WAITING (NOBK-IDX) TO NBL-WAITING.
065400     MOVE NBE-INSTRUCTOR-ID (NOBK-IDX) TO NBL-INSTRUCTOR-ID.
065500     WRITE REPORT-LINE FROM NO-BOOK-LINE.
065600     ADD 1 TO NOBK-IDX.
065700
065800 149-EXIT.
065900     EXIT.
066000
066100* ************************************************************** *
066200* SETS WAIT-IDX TO THE WAITLIST ENTRY FOR SEARCH-SECTION, OR     *
066300* ZERO WHEN THE SECTION HAS NO WAITERS.                          *
066400* ************************************************************** *
066500 160-LOCATE-SECTION.
066600
066700     MOVE 'N' TO ENTRY-FOUND-SW.
066800     MOVE 1 TO WAIT-IDX.
066900     PERFORM 165-SCAN-SECTION THRU 165-EXIT
067000       UNTIL ENTRY-FOUND
067100          OR WAIT-IDX GREATER THAN WAIT-COUNT.
067200*    END-PERFORM.
067300
067400     IF NOT ENTRY-FOUND
067500         MOVE ZERO TO WAIT-IDX.
067600*    END-IF.
067700
067800 169-EXIT.
067900     EXIT.
068000
068100 165-SCAN-SECTION.
068200
068300     IF WE-SECTION-ID (WAIT-IDX) EQUAL SEARCH-SECTION
068400         MOVE 'Y' TO ENTRY-FOUND-SW
068500     ELSE
068600         ADD 1 TO WAIT-IDX.
068700*    END-IF.
068800
068900 165-EXIT.
069000     EXIT.
069100
069200* ************************************************************** *
069300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
069400* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
069500* PROGRAM IN THIS SUITE.                                         *
069600* ************************************************************** *
069700 500-DISPLAY-UNKNOWN-ERROR.
069800
069900     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
070000     EXHIBIT NAMED VSIO-RETURN-CODE.
070100     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
070200                   VSIO-VSAM-FUNCTION-CODE,
070300                   VSIO-VSAM-FEEDBACK-CODE.
070400
070500 509-EXIT.
070600     EXIT.
