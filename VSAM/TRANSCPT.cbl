002000* PROCESSED IN ONE PASS WITH A SEPARATOR PAGE BETWEEN           *
002100* TRANSCRIPTS; A REQUEST WHOSE STUDENT-ID IS NOT ON FILE GETS   *
002200* AN EXCEPTION LINE INSTEAD OF STOPPING THE RUN, AND A COUNT    *
002300* SUMMARY PRINTS AT THE END.  EACH TRANSCRIPT RELEASED IS ALSO  *
002310* WRITTEN AS A 'TRAN' CHARGE ON THE REGISTRAR'S FEEDER FILE     *
002320* (UT-S-TRNFEE) FOR MISCPOST TO ASSESS THE TRANSCRIPT FEE; AN   *
002330* 'N' IN COLUMN 64 OF THE REQUEST WAIVES IT.                    *
002400*                                                                 *
002500* MODIFICATION HISTORY.                                          *
002600*   DATE       INIT  DESCRIPTION                                 *
003298*                    THE HOURS OR GPA TOTALS.                 *
003299*   09/03/2026 JM    SEMTBL RECORDS GREW TO 116 BYTES WITH   *
003299*                    THE REFUND SCHEDULE BAND END DATES.      *
003299*   10/15/2026 JM    THE ACADEMIC STANDING OF RECORD POSTED   *
003299*                    BY STNDPOST ('ST' RECORDS, KEY-IDS       *
003299*                    700-799) NOW PRINTS UNDER EACH TERM.     *
003299*   10/15/2026 JM    EACH TRANSCRIPT RELEASED IS WRITTEN TO   *
003299*                    THE UT-S-TRNFEE FEEDER FILE AS A 'TRAN'  *
003299*                    CHARGE FOR MISCPOST; COLUMN 64 OF THE    *
003299*                    REQUEST = 'N' WAIVES THE FEE.            *
003300* ************************************************************* *
003400
003500 ENVIRONMENT DIVISION.
004200
004300     SELECT REQUEST-QUEUE-FILE
004400         ASSIGN TO UT-S-TRNREQ.
004410
004420     SELECT FEE-FEEDER-FILE
004430         ASSIGN TO UT-S-TRNFEE.
004500
004600     SELECT REPORT-FILE
004700         ASSIGN TO UR-1403-S-SYSPRINT.
005800     02  RQ-SEMESTER             PIC X(06).
005900     02  RQ-REQUESTOR-NAME       PIC X(25).
006000     02  RQ-REQUESTOR-ADDRESS    PIC X(25).
006100     02  RQ-FEE-SWITCH           PIC X(01).
006110         88  RQ-FEE-WAIVED               VALUE 'N'.
006120     02  FILLER                  PIC X(16).
006200
006300 FD  REPORT-FILE
006400     LABEL RECORDS ARE OMITTED
006600     BLOCK CONTAINS 0 RECORDS
006700     DATA RECORD IS REPORT-LINE.
006800 01  REPORT-LINE                 PIC X(132).
006803
006806* ************************************************************** *
006809* THE REGISTRAR'S TRANSCRIPT-FEE BATCH IN THE MISCPOST FEEDER    *
006812* LAYOUT: ONE HEADER, ONE 'TRAN' ITEM PER TRANSCRIPT RELEASED    *
006815* (AMOUNT BLANK, SO THE CHGCTBL DEFAULT APPLIES) AND A TRAILER.  *
006818* ************************************************************** *
006821 FD  FEE-FEEDER-FILE
006824     LABEL RECORDS ARE OMITTED
006827     RECORD CONTAINS 80 CHARACTERS
006830     BLOCK CONTAINS 0 RECORDS
006833     DATA RECORD IS FEE-FEEDER-RECORD.
006836 01  FEE-FEEDER-RECORD.
006839     02  FFR-RECORD-TYPE         PIC X(01).
006842     02  FFR-BODY                PIC X(79).
006845     02  FFR-HEADER-VIEW REDEFINES FFR-BODY.
006848         03  FFH-DEPARTMENT      PIC X(04).
006851         03  FFH-BATCH-ID        PIC X(08).
006854         03  FFH-PREPARED-DATE   PIC 9(08).
006857         03  FFH-DEPARTMENT-NAME PIC X(25).
006860         03  FILLER              PIC X(34).
006863     02  FFR-DETAIL-VIEW REDEFINES FFR-BODY.
006866         03  FFD-STUDENT-ID      PIC X(07).
006869         03  FFD-CHARGE-CODE     PIC X(04).
006872         03  FFD-AMOUNT          PIC X(07).
006875         03  FFD-REFERENCE       PIC X(12).
006878         03  FILLER              PIC X(49).
006881     02  FFR-TRAILER-VIEW REDEFINES FFR-BODY.
006884         03  FFT-DEPARTMENT      PIC X(04).
006887         03  FFT-ITEM-COUNT      PIC 9(05).
006890         03  FFT-AMOUNT-TOTAL    PIC 9(09)V99.
006893         03  FILLER              PIC X(59).
006900
007000 WORKING-STORAGE SECTION.
007100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
010300     02  CTR-DESCRIPTION         PIC X(50).
010400     02  CTR-CREDIT-HOURS        PIC 9(01).
010500
010510* ************************************************************** *
010520* THE STUDENT'S ACADEMIC STANDING OF RECORD, ONE 44-BYTE 'ST'    *
010530* RECORD PER POSTED TERM AT KEY-IDS 700-799, LOADED BEFORE THE   *
010540* COURSES ARE PRINTED SO EACH TERM'S STANDING CAN FOLLOW ITS     *
010550* COURSES.                                                       *
010560* ************************************************************** *
010561 01  STANDING-RECORD.
010562     02  STR-STUDENT-ID          PIC X(07).
010563     02  STR-KEY-ID              PIC 9(03).
010564     02  STR-TYPE                PIC X(02).
010565         88  STR-IS-STANDING             VALUE 'ST'.
010566     02  STR-TERM                PIC X(06).
010567     02  STR-STANDING            PIC X(01).
010568     02  STR-GPA                 PIC 9V99.
010569     02  STR-HOURS               PIC 9(03).
010570     02  STR-POSTED-DATE         PIC 9(08).
010571     02  STR-OPERATOR-ID         PIC X(08).
010572     02  FILLER                  PIC X(03).
010573
010574 77  STANDING-COUNT              PIC S9(4) COMP VALUE ZERO.
010575 77  STANDING-IDX                PIC S9(4) COMP VALUE ZERO.
010576 77  STANDING-LIMIT              PIC S9(4) COMP VALUE +100.
010577 01  STANDING-TABLE.
010578     02  STANDING-ENTRY OCCURS 100 TIMES.
010579         03  SDT-TERM            PIC X(06).
010580         03  SDT-STANDING        PIC X(01).
010581         03  SDT-PRINTED-SW      PIC X(01).
010582 01  WS-LAST-SEMESTER            PIC X(06) VALUE SPACES.
010582
010582 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
010582 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
010582     02  WS-RUN-YY               PIC 9(02).
010582     02  WS-RUN-MM               PIC 9(02).
010582     02  WS-RUN-DD               PIC 9(02).
010582 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
010582 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
010582     02  WS-TODAY-CCYY           PIC 9(04).
010582     02  WS-TODAY-MM             PIC 9(02).
010582     02  WS-TODAY-DD             PIC 9(02).
010582 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
010582 01  FILLER REDEFINES WS-RUN-TIME.
010582     02  WS-RUN-HH               PIC 9(02).
010582     02  FILLER                  PIC 9(06).
010582 01  WS-FEE-BATCH-ID.
010582     02  WS-FEE-BATCH-DATE       PIC 9(06).
010582     02  WS-FEE-BATCH-HOUR       PIC 9(02).
010582 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
010583
010600 01  REPORTING-FIELDS.
010700     02  QUEUE-EOF-SWITCH        PIC X(01) VALUE 'N'.
010800         88  QUEUE-EOF                   VALUE 'Y'.
011700     02  REQUEST-COUNTER         PIC S9(8) COMP VALUE ZERO.
011800     02  PRINTED-COUNTER         PIC S9(8) COMP VALUE ZERO.
011900     02  EXCEPTION-COUNTER       PIC S9(8) COMP VALUE ZERO.
011910     02  FEE-COUNTER             PIC S9(8) COMP VALUE ZERO.
012000
012100 01  SEPARATOR-LINE-1.
012200     02  FILLER                  PIC X(26) VALUE
017500     02  TL-GPA-DISPLAY          PIC 9.99.
017600     02  FILLER                  PIC X(102) VALUE SPACES.
017700
017710 01  STANDING-LINE.
017720     02  FILLER                  PIC X(08) VALUE SPACES.
017730     02  FILLER                  PIC X(22) VALUE
017740         'ACADEMIC STANDING FOR '.
017750     02  SDL-SEMESTER            PIC X(06).
017760     02  FILLER                  PIC X(02) VALUE ': '.
017770     02  SDL-STANDING            PIC X(10).
017780     02  FILLER                  PIC X(84) VALUE SPACES.
017790
017800 01  EXCEPTION-LINE.
017900     02  FILLER                  PIC X(24) VALUE
018000         '*** REQUEST EXCEPTION - '.
023743*    END-IF.
023800
023900     OPEN OUTPUT REPORT-FILE.
023904     OPEN OUTPUT FEE-FEEDER-FILE.
023908
023912     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
023916     ACCEPT WS-RUN-TIME FROM TIME.
023920     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
023924     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
023928     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
023932     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
023936     MOVE WS-RUN-MM TO WS-TODAY-MM.
023940     MOVE WS-RUN-DD TO WS-TODAY-DD.
023944     MOVE WS-RUN-DATE-YYMMDD TO WS-FEE-BATCH-DATE.
023948     MOVE WS-RUN-HH TO WS-FEE-BATCH-HOUR.
023952
023956     MOVE SPACES TO FEE-FEEDER-RECORD.
023960     MOVE 'H' TO FFR-RECORD-TYPE.
023964     MOVE 'REGR' TO FFH-DEPARTMENT.
023968     MOVE WS-FEE-BATCH-ID TO FFH-BATCH-ID.
023972     MOVE WS-TODAY-CCYYMMDD TO FFH-PREPARED-DATE.
023976     MOVE 'REGISTRAR - TRANSCRIPTS' TO FFH-DEPARTMENT-NAME.
023980     WRITE FEE-FEEDER-RECORD.
024000
024100 010-PROCESS.
024200
025800     WRITE REPORT-LINE FROM SUMMARY-LINE
025900         AFTER ADVANCING PAGE.
026000
026010     MOVE SPACES TO FEE-FEEDER-RECORD.
026020     MOVE 'T' TO FFR-RECORD-TYPE.
026030     MOVE 'REGR' TO FFT-DEPARTMENT.
026040     MOVE FEE-COUNTER TO FFT-ITEM-COUNT.
026050     MOVE ZERO TO FFT-AMOUNT-TOTAL.
026060     WRITE FEE-FEEDER-RECORD.
026070
026100     CLOSE REQUEST-QUEUE-FILE.
026110     CLOSE FEE-FEEDER-FILE.
026200     CLOSE REPORT-FILE.
026300
026400     MOVE VSIO-CLOSE TO VSIO-COMMAND.
028200     DISPLAY 'TRANSCPT: TRANSCRIPTS PRINTED: ' PRINTED-COUNTER.
028300     DISPLAY 'TRANSCPT: EXCEPTIONS:          '
028400         EXCEPTION-COUNTER.
028410     DISPLAY 'TRANSCPT: FEES TO MISCPOST:     ' FEE-COUNTER.
028500     STOP RUN.
028600
028700* ************************************************************** *
030134*    END-IF.
030135
030200
030210     PERFORM 240-LOAD-STANDINGS THRU 249-EXIT.
030220     MOVE SPACES TO WS-LAST-SEMESTER.
030230
030300     MOVE 'N' TO WS-DONE-SWITCH.
030400     MOVE ZERO TO WS-HOURS-TOTAL.
030500     MOVE ZERO TO WS-QUALITY-TOTAL.
034100        THRU 119-EXIT
034200       UNTIL WS-DONE.
034300*    END-PERFORM.
034310
034320     IF WS-LAST-SEMESTER NOT EQUAL SPACES
034330         PERFORM 250-PRINT-STANDING THRU 259-EXIT.
034340*    END-IF.
034400
034500     ADD +1 TO PRINTED-COUNTER.
034510     IF NOT RQ-FEE-WAIVED
034520         PERFORM 260-WRITE-FEE-ITEM THRU 269-EXIT.
034530*    END-IF.
034600
034700     IF WS-HOURS-TOTAL EQUAL ZERO
034800         WRITE REPORT-LINE FROM NO-COURSES-LINE
041000     AND CIR-SEMESTER NOT EQUAL RQ-SEMESTER
041100         GO TO 129-EXIT.
041200*    END-IF.
041210
041220     IF CIR-SEMESTER NOT EQUAL WS-LAST-SEMESTER
041230         IF WS-LAST-SEMESTER NOT EQUAL SPACES
041240             PERFORM 250-PRINT-STANDING THRU 259-EXIT
041250         END-IF
041260         MOVE CIR-SEMESTER TO WS-LAST-SEMESTER.
041270*    END-IF.
041300
041400     MOVE CIR-DEPARTMENT TO CTR-DEPARTMENT.
041500     MOVE CIR-COURSE TO CTR-NUMBER.
043900
044000 129-EXIT.
044100     EXIT.
044110
044120* ************************************************************** *
044130* LOADS THE STUDENT'S 'ST' STANDING RECORDS (KEY-IDS 700-799)    *
044140* INTO STANDING-TABLE.  RUNS BEFORE THE COURSE PASS IS           *
044150* POSITIONED, SO IT IS FREE TO MOVE THE FILE POSITION.           *
044160* ************************************************************** *
044170 240-LOAD-STANDINGS.
044180
044190     MOVE ZERO TO STANDING-COUNT.
044200     MOVE SPACES TO STUDENT-RECORD-AREA.
044210     MOVE RQ-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
044220     MOVE '700' TO STUDENT-RECORD-AREA (8:3).
044230     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
044240     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044250                         STUDENT-MASTER-FILE,
044260                         STUDENT-RECORD-AREA.
044270*    END-CALL.
044280     IF NOT VSIO-SUCCESS
044290         MOVE +0 TO VSIO-RETURN-CODE
044300         GO TO 249-EXIT.
044310*    END-IF.
044320
044330     MOVE 'N' TO WS-DONE-SWITCH.
044340     PERFORM 245-LOAD-ONE-STANDING
044350        THRU 245-EXIT
044360       UNTIL WS-DONE.
044370*    END-PERFORM.
044380     MOVE +0 TO VSIO-RETURN-CODE.
044390
044400 249-EXIT.
044410     EXIT.
044420
044430 245-LOAD-ONE-STANDING.
044440
044450     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
044460     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
044470     MOVE VSIO-READ TO VSIO-COMMAND.
044480     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044490                         STUDENT-MASTER-FILE,
044500                         STUDENT-RECORD-AREA.
044510*    END-CALL.
044520     IF NOT VSIO-SUCCESS
044530         MOVE 'Y' TO WS-DONE-SWITCH
044540         GO TO 245-EXIT.
044550*    END-IF.
044560
044570     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL RQ-STUDENT-ID
044580     OR STUDENT-RECORD-AREA (8:3) NOT LESS THAN '800'
044590         MOVE 'Y' TO WS-DONE-SWITCH
044600         GO TO 245-EXIT.
044610*    END-IF.
044620
044630     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +44
044640         GO TO 245-EXIT.
044650*    END-IF.
044660     MOVE STUDENT-RECORD-AREA TO STANDING-RECORD.
044670     IF NOT STR-IS-STANDING
044680     OR STANDING-COUNT NOT LESS THAN STANDING-LIMIT
044690         GO TO 245-EXIT.
044700*    END-IF.
044710
044720     ADD +1 TO STANDING-COUNT.
044730     MOVE STR-TERM TO SDT-TERM (STANDING-COUNT).
044740     MOVE STR-STANDING TO SDT-STANDING (STANDING-COUNT).
044750     MOVE 'N' TO SDT-PRINTED-SW (STANDING-COUNT).
044760
044770 245-EXIT.
044780     EXIT.
044790
044800* ************************************************************** *
044810* PRINTS THE STANDING OF RECORD FOR WS-LAST-SEMESTER, THE TERM   *
044820* WHOSE COURSES WERE JUST PRINTED, ONCE PER TERM.  A TERM WITH   *
044830* NO STANDING POSTED PRINTS NOTHING.                             *
044840* ************************************************************** *
044850 250-PRINT-STANDING.
044860
044870     MOVE 1 TO STANDING-IDX.
044880     PERFORM 255-MATCH-STANDING
044890        THRU 255-EXIT
044900       UNTIL STANDING-IDX GREATER THAN STANDING-COUNT.
044910*    END-PERFORM.
044920
044930 259-EXIT.
044940     EXIT.
044950
044960 255-MATCH-STANDING.
044970
044980     IF SDT-TERM (STANDING-IDX) EQUAL WS-LAST-SEMESTER
044990     AND SDT-PRINTED-SW (STANDING-IDX) EQUAL 'N'
045000         MOVE 'Y' TO SDT-PRINTED-SW (STANDING-IDX)
045010         MOVE WS-LAST-SEMESTER TO SDL-SEMESTER
045020         EVALUATE SDT-STANDING (STANDING-IDX)
045030             WHEN 'G'
045040                 MOVE 'GOOD' TO SDL-STANDING
045050             WHEN 'W'
045060                 MOVE 'WARNING' TO SDL-STANDING
045070             WHEN 'P'
045080                 MOVE 'PROBATION' TO SDL-STANDING
045090             WHEN 'S'
045100                 MOVE 'SUSPENSION' TO SDL-STANDING
045110             WHEN OTHER
045120                 MOVE SDT-STANDING (STANDING-IDX) TO SDL-STANDING
045130         END-EVALUATE
045140         WRITE REPORT-LINE FROM STANDING-LINE.
045150*    END-IF.
045160     ADD 1 TO STANDING-IDX.
045170
045180 255-EXIT.
045190     EXIT.
045200
045210* ************************************************************** *
045220* ONE 'TRAN' ITEM ON THE FEEDER FILE FOR THE TRANSCRIPT JUST     *
045230* RELEASED, REFERENCED BY THE SEMESTER REQUESTED ('ALL' WHEN THE *
045240* REQUEST COVERED EVERY SEMESTER).                               *
045250* ************************************************************** *
045260 260-WRITE-FEE-ITEM.
045270
045280     MOVE SPACES TO FEE-FEEDER-RECORD.
045290     MOVE 'D' TO FFR-RECORD-TYPE.
045300     MOVE RQ-STUDENT-ID TO FFD-STUDENT-ID.
045310     MOVE 'TRAN' TO FFD-CHARGE-CODE.
045320     MOVE HL1-SEMESTER TO FFD-REFERENCE.
045330     WRITE FEE-FEEDER-RECORD.
045340     ADD +1 TO FEE-COUNTER.
045350
045360 269-EXIT.
045370     EXIT.
044200
044300* ************************************************************** *
044400* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
