000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MISCPOST.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* MISCELLANEOUS CHARGE POSTING FROM THE DEPARTMENTAL FEEDER     *
000900* FILES.  LAB FEES, LIBRARY FINES, TRANSCRIPT FEES, PARKING     *
001000* CITATIONS AND THE LIKE ARRIVE ON UT-S-MISCCHG, ONE BATCH PER  *
001100* DEPARTMENT (THE JOB CONCATENATES THE DEPARTMENTS' FILES),     *
001200* EACH BATCH AN 'H' HEADER, ITS 'D' ITEMS AND A 'T' TRAILER     *
001300* CARRYING THE ITEM COUNT AND THE TOTAL OF THE AMOUNTS KEYED.   *
001400*                                                               *
001500* PASS 1 PROVES EVERY BATCH BEFORE ANYTHING IS POSTED: ITEMS    *
001600* ONLY BETWEEN A HEADER AND ITS TRAILER, THE TRAILER NAMING THE *
001700* HEADER'S DEPARTMENT, AND ITS COUNT AND TOTAL AGREEING WITH    *
001800* THE ITEMS.  A BATCH THAT FAILS IS LISTED AND NONE OF IT IS    *
001900* POSTED; THE OTHER DEPARTMENTS' BATCHES STILL GO.              *
002000*                                                               *
002100* PASS 2 POSTS THE PROVED BATCHES.  EACH ITEM'S STUDENT MUST BE *
002200* ON STMASTR AND ITS CHARGE CODE ON THE CHGCTBL TABLE THAT      *
002300* CHGCMNT MAINTAINS.  AN ITEM WITH NO AMOUNT TAKES THE CODE'S   *
002400* DEFAULT AMOUNT.  THE CHARGE IS ADDED TO ARBAL (OPENING THE    *
002500* BALANCE RECORD ON FIRST SIGHT, AS PAYPOST DOES FOR TUITION)   *
002600* AND AN 'MSC' RECORD IS APPENDED TO THE ARDETL JOURNAL,        *
002700* REFERENCED WITH THE CHARGE CODE, THE DEPARTMENT AND THE       *
002800* DEPARTMENT'S OWN REFERENCE, SO GLINTF CAN CREDIT THE CODE'S   *
002900* REVENUE ACCOUNT.  A TAXABLE CODE ALSO CARRIES SALES TAX AT    *
003000* THE RATE ON THE SYSIN CARD, POSTED AS A SEPARATE 'TAX'        *
003100* RECORD.  AN ITEM THAT FAILS VALIDATION IS REJECTED ON THE     *
003200* REGISTER FOR THE DEPARTMENT TO CORRECT AND RESEND.            *
003300*                                                               *
003400* THE CONTROL REGISTER STARTS A PAGE FOR EACH DEPARTMENT'S      *
003500* BATCH, LISTS EVERY ITEM WITH ITS DISPOSITION, AND FOOTS THE   *
003600* BATCH WITH ITS POSTED AND REJECTED TOTALS.                    *
003700*                                                               *
003800* A BATCH ALREADY POSTED IS REFUSED THROUGH THE RUNCTL CLUSTER  *
003900* THE SAME WAY LOCKBOX REFUSES A POSTED FILE: FUNCTION 'MISC'   *
004000* PLUS THE DEPARTMENT, GENERATION THE BATCH ID FROM THE HEADER. *
004100*                                                               *
004200* SYSIN CARD: COLS 1-5 SALES TAX RATE (9V9999, BLANK FOR NONE), *
004300* COLS 7-11 'FORCE' TO REPOST A BATCH ON PURPOSE.               *
004400*                                                               *
004500* ENDS RC 4 WHEN AN ITEM IS REJECTED OR A BATCH IS NOT POSTED,  *
004600* RC 8 ON AN I/O ERROR.                                         *
004700*                                                               *
004800* MODIFICATION HISTORY.                                         *
004900*   DATE       INIT  DESCRIPTION                                *
005000*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
005100* ************************************************************* *
005200
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. IBM-370.
005600 OBJECT-COMPUTER. IBM-370.
005700
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000
006100     SELECT CONTROL-CARD-FILE
006200         ASSIGN TO UT-S-SYSIN.
006300
006400     SELECT FEEDER-FILE
006500         ASSIGN TO UT-S-MISCCHG.
006600
006700     SELECT REPORT-FILE
006800         ASSIGN TO UR-1403-S-SYSPRINT.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CONTROL-CARD-FILE
007300     LABEL RECORDS ARE OMITTED
007400     RECORD CONTAINS 80 CHARACTERS
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS CONTROL-CARD-RECORD.
007700 01  CONTROL-CARD-RECORD.
007800     02  CC-TAX-RATE             PIC X(05).
007900     02  FILLER REDEFINES CC-TAX-RATE.
008000         03  CC-TAX-RATE-N       PIC 9V9999.
008100     02  FILLER                  PIC X(01).
008200     02  CC-FORCE                PIC X(05).
008300     02  FILLER                  PIC X(69).
008400
008500* ************************************************************** *
008600* THE DEPARTMENTAL FEEDER RECORD.  COLUMN 1 NAMES THE RECORD:    *
008700* 'H' BATCH HEADER, 'D' CHARGE ITEM, 'T' BATCH TRAILER.  A       *
008800* BLANK ITEM AMOUNT TAKES THE CHARGE CODE'S DEFAULT.             *
008900* ************************************************************** *
009000 FD  FEEDER-FILE
009100     LABEL RECORDS ARE OMITTED
009200     RECORD CONTAINS 80 CHARACTERS
009300     BLOCK CONTAINS 0 RECORDS
009400     DATA RECORD IS FEEDER-RECORD.
009500 01  FEEDER-RECORD.
009600     02  FDR-RECORD-TYPE         PIC X(01).
009700         88  FDR-HEADER                  VALUE 'H'.
009800         88  FDR-DETAIL                  VALUE 'D'.
009900         88  FDR-TRAILER                 VALUE 'T'.
010000     02  FDR-BODY                PIC X(79).
010100     02  FDR-HEADER-VIEW REDEFINES FDR-BODY.
010200         03  FDH-DEPARTMENT      PIC X(04).
010300         03  FDH-BATCH-ID        PIC X(08).
010400         03  FDH-PREPARED-DATE   PIC X(08).
010500         03  FDH-DEPARTMENT-NAME PIC X(25).
010600         03  FILLER              PIC X(34).
010700     02  FDR-DETAIL-VIEW REDEFINES FDR-BODY.
010800         03  FDD-STUDENT-ID      PIC X(07).
010900         03  FDD-CHARGE-CODE     PIC X(04).
011000         03  FDD-AMOUNT          PIC X(07).
011100         03  FILLER REDEFINES FDD-AMOUNT.
011200             04  FDD-AMOUNT-N    PIC 9(05)V99.
011300         03  FDD-REFERENCE       PIC X(12).
011400         03  FILLER              PIC X(49).
011500     02  FDR-TRAILER-VIEW REDEFINES FDR-BODY.
011600         03  FDT-DEPARTMENT      PIC X(04).
011700         03  FDT-ITEM-COUNT      PIC 9(05).
011800         03  FDT-AMOUNT-TOTAL    PIC 9(09)V99.
011900         03  FILLER              PIC X(59).
012000
012100 FD  REPORT-FILE
012200     LABEL RECORDS ARE OMITTED
012300     RECORD CONTAINS 132 CHARACTERS
012400     BLOCK CONTAINS 0 RECORDS
012500     DATA RECORD IS REPORT-LINE.
012600 01  REPORT-LINE                 PIC X(132).
012700
012800 WORKING-STORAGE SECTION.
012900 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
013000     88  END-OF-FILE                         VALUE 'Y'.
013100 77  RUN-CONTROL-FOUND-SWITCH    PIC X(01)   VALUE 'N'.
013200     88  RUN-CONTROL-FOUND                   VALUE 'Y'.
013300 77  WS-IN-BATCH-SW              PIC X(01)   VALUE 'N'.
013400     88  WS-IN-BATCH                         VALUE 'Y'.
013500 77  WS-POSTING-BATCH-SW         PIC X(01)   VALUE 'N'.
013600     88  WS-POSTING-BATCH                    VALUE 'Y'.
013700 77  WS-TABLE-FULL-SW            PIC X(01)   VALUE 'N'.
013800     88  WS-TABLE-FULL                       VALUE 'Y'.
013900 77  WS-STUDENT-FOUND-SW         PIC X(01)   VALUE 'N'.
014000     88  WS-STUDENT-FOUND                    VALUE 'Y'.
014100
014200 77  RECORDS-READ-COUNTER        PIC S9(8) COMP VALUE ZERO.
014300 77  PROOF-ERROR-COUNTER         PIC S9(8) COMP VALUE ZERO.
014400 77  ITEMS-READ-COUNTER          PIC S9(8) COMP VALUE ZERO.
014500 77  POSTED-COUNTER              PIC S9(8) COMP VALUE ZERO.
014600 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
014700 77  NOT-POSTED-COUNTER          PIC S9(8) COMP VALUE ZERO.
014800 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
014900 77  POSTED-BATCH-COUNTER        PIC S9(8) COMP VALUE ZERO.
015000 77  UNPOSTED-BATCH-COUNTER      PIC S9(8) COMP VALUE ZERO.
015100 77  FAILED-BATCH-COUNTER        PIC S9(8) COMP VALUE ZERO.
015200
015300 77  BATCH-COUNT                 PIC S9(4) COMP VALUE ZERO.
015400 77  BATCH-IDX                   PIC S9(4) COMP VALUE ZERO.
015500 77  BATCH-LIMIT                 PIC S9(4) COMP VALUE +100.
015600
015700 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
015800 01  FILLER REDEFINES WS-RUN-DATE.
015900     02  WS-RUN-YY               PIC 9(02).
016000     02  WS-RUN-MM               PIC 9(02).
016100     02  WS-RUN-DD               PIC 9(02).
016200 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
016300 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
016400 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
016500     02  WS-TODAY-CCYY           PIC 9(04).
016600     02  WS-TODAY-MM             PIC 9(02).
016700     02  WS-TODAY-DD             PIC 9(02).
016800
016900 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
017000
017100* ************************************************************** *
017200* ONE ENTRY PER BATCH ON THE FEEDER FILE, IN FILE ORDER, WITH    *
017300* THE OUTCOME OF ITS PROOF IN PASS 1 AND ITS RUN-CONTROL CHECK   *
017400* IN PASS 2.                                                     *
017500* ************************************************************** *
017600 01  BATCH-TABLE.
017700     02  BATCH-ENTRY OCCURS 100 TIMES.
017800         03  BT-DEPARTMENT       PIC X(04).
017900         03  BT-BATCH-ID         PIC X(08).
018000         03  BT-STATUS           PIC X(01).
018100             88  BT-PROVED               VALUE 'P'.
018200             88  BT-FAILED               VALUE 'F'.
018300             88  BT-REFUSED              VALUE 'R'.
018400
018500 01  WS-BATCH-FIELDS.
018600     02  WS-BATCH-ITEMS          PIC S9(7) COMP-3.
018700     02  WS-BATCH-TOTAL          PIC S9(11)V99 COMP-3.
018800     02  WS-BATCH-POSTED         PIC S9(7) COMP-3.
018900     02  WS-BATCH-CHARGES        PIC S9(9)V99 COMP-3.
019000     02  WS-BATCH-TAX            PIC S9(9)V99 COMP-3.
019100     02  WS-BATCH-REJECTED       PIC S9(7) COMP-3.
019200
019300 01  WS-RUN-TOTALS.
019400     02  WS-RUN-CHARGES          PIC S9(11)V99 COMP-3 VALUE ZERO.
019500     02  WS-RUN-TAX              PIC S9(11)V99 COMP-3 VALUE ZERO.
019600
019700 01  WS-ITEM-FIELDS.
019800     02  WS-TAX-RATE             PIC 9V9999  VALUE ZERO.
019900     02  WS-CHARGE-AMOUNT        PIC S9(7)V99 COMP-3.
020000     02  WS-TAX-AMOUNT           PIC S9(7)V99 COMP-3.
020100     02  WS-ITEM-TOTAL           PIC S9(7)V99 COMP-3.
020200     02  WS-REJECT-REASON        PIC X(25).
020300
020400 01  WS-RUN-FUNCTION.
020500     02  FILLER                  PIC X(04)   VALUE 'MISC'.
020600     02  WS-RUN-DEPARTMENT       PIC X(04).
020700
020800 01  WS-MISC-REFERENCE.
020900     02  WS-REF-CHARGE-CODE      PIC X(04).
021000     02  WS-REF-DEPARTMENT       PIC X(04).
021100     02  WS-REF-DEPT-REFERENCE   PIC X(12).
021200
021300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
021400 01  RUN-CONTROL-FILE            COPY VSAMIOFB.
021500 01  BALANCE-FILE                COPY VSAMIOFB.
021600 01  AR-DETAIL-FILE              COPY VSAMIOFB.
021700 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
021800 01  CHARGE-CODE-FILE            COPY VSAMIOFB.
021900
022000 01  RUN-CONTROL-RECORD.
022100     02  RCR-KEY.
022200         03  RCR-FUNCTION        PIC X(08).
022300         03  RCR-GEN-ID          PIC X(08).
022400     02  RCR-POSTED-DATE         PIC 9(06).
022500     02  RCR-POSTED-TIME         PIC 9(08).
022600     02  RCR-TRAN-COUNT          PIC 9(07).
022700     02  RCR-FORCE-COUNT         PIC 9(03).
022800     02  RCR-HOLDER              PIC X(08).
022900     02  FILLER                  PIC X(02).
023000
023100 01  BALANCE-RECORD.
023200     02  ABR-STUDENT-ID          PIC X(07).
023300     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
023400     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
023500     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
023600
023700 01  AR-DETAIL-RECORD.
023800     02  ARD-STUDENT-ID          PIC X(07).
023900     02  ARD-POST-DATE           PIC 9(08).
024000     02  ARD-TYPE                PIC X(03).
024100     02  ARD-AMOUNT              PIC S9(5)V99 COMP-3.
024200     02  ARD-REFERENCE           PIC X(20).
024300     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
024400     02  FILLER                  PIC X(14).
024500
024600 01  STUDENT-RECORD-AREA         PIC X(83).
024700
024800* ************************************************************** *
024900* MISCELLANEOUS CHARGE-CODE TABLE (DDNAME CHGCTBL, KEYED BY      *
025000* CHARGE CODE), AS CHGCMNT MAINTAINS IT.                         *
025100* ************************************************************** *
025200 01  CHARGE-CODE-RECORD.
025300     02  CCT-CODE                PIC X(04).
025400     02  CCT-DESCRIPTION         PIC X(25).
025500     02  CCT-GL-ACCOUNT          PIC X(10).
025600     02  CCT-DEFAULT-AMOUNT      PIC 9(05)V99.
025700     02  CCT-TAXABLE             PIC X(01).
025800         88  CCT-IS-TAXABLE              VALUE 'Y'.
025900     02  FILLER                  PIC X(13).
026000
026100 01  PROOF-HEADING-LINE.
026200     02  FILLER                  PIC X(40) VALUE
026300         'MISCPOST - FEEDER FILE PROOF'.
026400     02  FILLER                  PIC X(92) VALUE SPACES.
026500
026600 01  PROOF-LINE.
026700     02  FILLER                  PIC X(11) VALUE
026800         '*** RECORD '.
026900     02  PL-RECORD-NUMBER        PIC ZZZZZZ9.
027000     02  FILLER                  PIC X(07) VALUE '  DEPT '.
027100     02  PL-DEPARTMENT           PIC X(04).
027200     02  FILLER                  PIC X(08) VALUE '  BATCH '.
027300     02  PL-BATCH-ID             PIC X(08).
027400     02  FILLER                  PIC X(02) VALUE SPACES.
027500     02  PL-MESSAGE              PIC X(45).
027600     02  FILLER                  PIC X(40) VALUE SPACES.
027700
027800 01  PROOF-TOTAL-LINE.
027900     02  FILLER                  PIC X(16) VALUE
028000         'RECORDS READ: '.
028100     02  PT-RECORDS              PIC Z,ZZZ,ZZ9.
028200     02  FILLER                  PIC X(11) VALUE '  BATCHES: '.
028300     02  PT-BATCHES              PIC ZZ9.
028400     02  FILLER                  PIC X(16) VALUE
028500         '  FAILED PROOF: '.
028600     02  PT-FAILED               PIC ZZ9.
028700     02  FILLER                  PIC X(16) VALUE
028800         '  PROOF ERRORS: '.
028900     02  PT-ERRORS               PIC Z,ZZZ,ZZ9.
029000     02  FILLER                  PIC X(49) VALUE SPACES.
029100
029200 01  HEADING-LINE-1.
029300     02  FILLER                  PIC X(50) VALUE
029400         'MISCPOST - MISCELLANEOUS CHARGE CONTROL REGISTER'.
029500     02  FILLER                  PIC X(05) VALUE 'DEPT '.
029600     02  HL1-DEPARTMENT          PIC X(04).
029700     02  FILLER                  PIC X(02) VALUE SPACES.
029800     02  HL1-DEPARTMENT-NAME     PIC X(25).
029900     02  FILLER                  PIC X(08) VALUE '  BATCH '.
030000     02  HL1-BATCH-ID            PIC X(08).
030100     02  FILLER                  PIC X(11) VALUE '  PREPARED '.
030200     02  HL1-PREPARED-DATE       PIC X(08).
030300     02  FILLER                  PIC X(11) VALUE SPACES.
030400
030500 01  HEADING-LINE-2.
030600     02  FILLER                  PIC X(09) VALUE 'STUDENT'.
030700     02  FILLER                  PIC X(06) VALUE 'CODE'.
030800     02  FILLER                  PIC X(27) VALUE 'DESCRIPTION'.
030900     02  FILLER                  PIC X(14) VALUE 'REFERENCE'.
031000     02  FILLER                  PIC X(09) VALUE '   AMOUNT'.
031100     02  FILLER                  PIC X(02) VALUE SPACES.
031200     02  FILLER                  PIC X(08) VALUE '     TAX'.
031300     02  FILLER                  PIC X(02) VALUE SPACES.
031400     02  FILLER                  PIC X(55) VALUE 'DISPOSITION'.
031500
031600 01  REGISTER-LINE.
031700     02  RL-STUDENT-ID           PIC X(07).
031800     02  FILLER                  PIC X(02) VALUE SPACES.
031900     02  RL-CODE                 PIC X(04).
032000     02  FILLER                  PIC X(02) VALUE SPACES.
032100     02  RL-DESCRIPTION          PIC X(25).
032200     02  FILLER                  PIC X(02) VALUE SPACES.
032300     02  RL-REFERENCE            PIC X(12).
032400     02  FILLER                  PIC X(02) VALUE SPACES.
032500     02  RL-AMOUNT               PIC ZZ,ZZ9.99.
032600     02  FILLER                  PIC X(02) VALUE SPACES.
032700     02  RL-TAX                  PIC Z,ZZ9.99.
032800     02  FILLER                  PIC X(02) VALUE SPACES.
032900     02  RL-DISPOSITION          PIC X(10).
033000     02  FILLER                  PIC X(01) VALUE SPACES.
033100     02  RL-REASON               PIC X(25).
033200     02  FILLER                  PIC X(19) VALUE SPACES.
033300
033400 01  STATUS-LINE.
033500     02  FILLER                  PIC X(04) VALUE '*** '.
033600     02  SL-MESSAGE              PIC X(60).
033700     02  FILLER                  PIC X(68) VALUE SPACES.
033800
033900 01  FOOTING-LINE-1.
034000     02  FL-LABEL                PIC X(13).
034100     02  FILLER                  PIC X(06) VALUE 'ITEMS '.
034200     02  FL-ITEMS                PIC ZZ,ZZ9.
034300     02  FILLER                  PIC X(09) VALUE '  POSTED '.
034400     02  FL-POSTED               PIC ZZ,ZZ9.
034500     02  FILLER                  PIC X(11) VALUE '  CHARGES '.
034600     02  FL-CHARGES              PIC ZZZ,ZZZ,ZZ9.99.
034700     02  FILLER                  PIC X(06) VALUE '  TAX '.
034800     02  FL-TAX                  PIC ZZ,ZZZ,ZZ9.99.
034900     02  FILLER                  PIC X(12) VALUE '  REJECTED '.
035000     02  FL-REJECTED             PIC ZZ,ZZ9.
035100     02  FILLER                  PIC X(30) VALUE SPACES.
035200
035300 01  FOOTING-LINE-2.
035400     02  FILLER                  PIC X(13) VALUE 'BATCH STATUS '.
035500     02  FL-STATUS               PIC X(60).
035600     02  FILLER                  PIC X(59) VALUE SPACES.
035700
035800 01  TOTAL-LINE-2.
035900     02  FILLER                  PIC X(16) VALUE
036000         'BATCHES POSTED: '.
036100     02  TL-BATCHES-POSTED       PIC ZZ9.
036200     02  FILLER                  PIC X(14) VALUE '  NOT POSTED: '.
036300     02  TL-BATCHES-UNPOSTED     PIC ZZ9.
036400     02  FILLER                  PIC X(96) VALUE SPACES.
036500
036600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
036700
036800 PROCEDURE DIVISION.
036900
037000 000-INITIATE.
037100
037200     DISPLAY 'MISCPOST: MISCELLANEOUS CHARGE POSTING'.
037300     DISPLAY '--------------------------------------'.
037400     DISPLAY ' '.
037500
037600     ACCEPT WS-RUN-DATE FROM DATE.
037700     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
037800     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
037900     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
038000     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
038100     MOVE WS-RUN-MM TO WS-TODAY-MM.
038200     MOVE WS-RUN-DD TO WS-TODAY-DD.
038300
038400     OPEN INPUT CONTROL-CARD-FILE.
038500     MOVE SPACES TO CONTROL-CARD-RECORD.
038600     READ CONTROL-CARD-FILE
038700         AT END CONTINUE
038800     END-READ.
038900     CLOSE CONTROL-CARD-FILE.
039000
039100     IF CC-TAX-RATE NOT EQUAL SPACES
039200         IF CC-TAX-RATE-N NUMERIC
039300             MOVE CC-TAX-RATE-N TO WS-TAX-RATE
039400         ELSE
039500             DISPLAY 'MISCPOST: SALES TAX RATE ' CC-TAX-RATE
039600                     ' IS NOT NUMERIC - STOPPING'
039700             MOVE +8 TO RETURN-CODE
039800             STOP RUN.
039900*        END-IF
040000*    END-IF.
040100     DISPLAY 'MISCPOST: SALES TAX RATE ' WS-TAX-RATE.
040200
040300     INITIALIZE WS-BATCH-FIELDS.
040400     OPEN OUTPUT REPORT-FILE.
040500     WRITE REPORT-LINE FROM PROOF-HEADING-LINE
040600         AFTER ADVANCING PAGE.
040700     WRITE REPORT-LINE FROM BLANK-LINE.
040800
040900* ************************************************************** *
041000* PASS 1 - PROVE EVERY DEPARTMENT'S BATCH BEFORE ANY OF THE      *
041100* FILE IS POSTED.                                                *
041200* ************************************************************** *
041300 010-PROVE.
041400
041500     OPEN INPUT FEEDER-FILE.
041600     PERFORM 110-PROVE-ONE-RECORD
041700        THRU 119-EXIT
041800       UNTIL END-OF-FILE
041900          OR WS-TABLE-FULL.
042000*    END-PERFORM.
042100     CLOSE FEEDER-FILE.
042200
042300     IF WS-IN-BATCH
042400         MOVE 'LAST BATCH HAS NO TRAILER' TO PL-MESSAGE
042500         PERFORM 170-PROOF-ERROR THRU 179-EXIT
042600         MOVE 'N' TO WS-IN-BATCH-SW.
042700*    END-IF.
042800
042900     PERFORM 118-COUNT-FAILED
043000        THRU 118-EXIT
043100       VARYING BATCH-IDX FROM +1 BY +1
043200         UNTIL BATCH-IDX GREATER THAN BATCH-COUNT.
043300*    END-PERFORM.
043400
043500     MOVE RECORDS-READ-COUNTER TO PT-RECORDS.
043600     MOVE BATCH-COUNT TO PT-BATCHES.
043700     MOVE FAILED-BATCH-COUNTER TO PT-FAILED.
043800     MOVE PROOF-ERROR-COUNTER TO PT-ERRORS.
043900     WRITE REPORT-LINE FROM BLANK-LINE.
044000     WRITE REPORT-LINE FROM PROOF-TOTAL-LINE.
044100
044200     IF WS-TABLE-FULL
044300         MOVE 'MORE THAN 100 BATCHES ON THE FILE - NOTHING POSTED'
044400             TO SL-MESSAGE
044500         WRITE REPORT-LINE FROM STATUS-LINE
044600         CLOSE REPORT-FILE
044700         DISPLAY 'MISCPOST: MORE THAN 100 BATCHES ON THE FEEDER '
044800             'FILE - NOTHING POSTED'
044900         MOVE +8 TO RETURN-CODE
045000         STOP RUN.
045100*    END-IF.
045200
045300     MOVE 'RUNCTL' TO VSIO-DDNAME OF RUN-CONTROL-FILE.
045400     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RUN-CONTROL-FILE.
045500     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RUN-CONTROL-FILE.
045600     MOVE VSIO-I-O TO VSIO-MODE OF RUN-CONTROL-FILE.
045700     MOVE +50 TO VSIO-RECORD-LENGTH OF RUN-CONTROL-FILE.
045800     MOVE +0 TO VSIO-KEY-POSITION OF RUN-CONTROL-FILE.
045900     MOVE +16 TO VSIO-KEY-LENGTH OF RUN-CONTROL-FILE.
046000     MOVE VSIO-OPEN TO VSIO-COMMAND.
046100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046200                         RUN-CONTROL-FILE,
046300                         RUN-CONTROL-RECORD.
046400*    END-CALL.
046500     IF NOT VSIO-SUCCESS
046600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
046700         MOVE +8 TO RETURN-CODE
046800         STOP RUN.
046900*    END-IF.
047000
047100     MOVE 'ARBAL' TO VSIO-DDNAME OF BALANCE-FILE.
047200     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF BALANCE-FILE.
047300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF BALANCE-FILE.
047400     MOVE VSIO-I-O TO VSIO-MODE OF BALANCE-FILE.
047500     MOVE +23 TO VSIO-RECORD-LENGTH OF BALANCE-FILE.
047600     MOVE +0 TO VSIO-KEY-POSITION OF BALANCE-FILE.
047700     MOVE +7 TO VSIO-KEY-LENGTH OF BALANCE-FILE.
047800     MOVE VSIO-OPEN TO VSIO-COMMAND.
047900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048000                         BALANCE-FILE,
048100                         BALANCE-RECORD.
048200*    END-CALL.
048300     IF NOT VSIO-SUCCESS
048400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
048500         MOVE +8 TO RETURN-CODE
048600         STOP RUN.
048700*    END-IF.
048800
048900     MOVE 'ARDETL' TO VSIO-DDNAME OF AR-DETAIL-FILE.
049000     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF AR-DETAIL-FILE.
049100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF AR-DETAIL-FILE.
049200     MOVE VSIO-EXTEND TO VSIO-MODE OF AR-DETAIL-FILE.
049300     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
049400     MOVE +0 TO VSIO-KEY-POSITION OF AR-DETAIL-FILE.
049500     MOVE +0 TO VSIO-KEY-LENGTH OF AR-DETAIL-FILE.
049600     MOVE VSIO-OPEN TO VSIO-COMMAND.
049700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
049800                         AR-DETAIL-FILE,
049900                         AR-DETAIL-RECORD.
050000*    END-CALL.
050100     IF NOT VSIO-SUCCESS
050200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
050300         MOVE +8 TO RETURN-CODE
050400         STOP RUN.
050500*    END-IF.
050600
050700     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
050800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
050900     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
051000     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
051100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
051200     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
051300     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
051400     MOVE VSIO-OPEN TO VSIO-COMMAND.
051500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
051600                         STUDENT-MASTER-FILE,
051700                         STUDENT-RECORD-AREA.
051800*    END-CALL.
051900     IF NOT VSIO-SUCCESS
052000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
052100         MOVE +8 TO RETURN-CODE
052200         STOP RUN.
052300*    END-IF.
052400
052500     MOVE 'CHGCTBL' TO VSIO-DDNAME OF CHARGE-CODE-FILE.
052600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF CHARGE-CODE-FILE.
052700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF CHARGE-CODE-FILE.
052800     MOVE VSIO-INPUT TO VSIO-MODE OF CHARGE-CODE-FILE.
052900     MOVE +60 TO VSIO-RECORD-LENGTH OF CHARGE-CODE-FILE.
053000     MOVE +0 TO VSIO-KEY-POSITION OF CHARGE-CODE-FILE.
053100     MOVE +4 TO VSIO-KEY-LENGTH OF CHARGE-CODE-FILE.
053200     MOVE VSIO-OPEN TO VSIO-COMMAND.
053300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
053400                         CHARGE-CODE-FILE,
053500                         CHARGE-CODE-RECORD.
053600*    END-CALL.
053700     IF NOT VSIO-SUCCESS
053800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
053900         MOVE +8 TO RETURN-CODE
054000         STOP RUN.
054100*    END-IF.
054200
054300* ************************************************************** *
054400* PASS 2 - POST THE PROVED BATCHES AND PRINT THE REGISTER.       *
054500* ************************************************************** *
054600 015-POST.
054700
054800     MOVE 'N' TO END-OF-FILE-SWITCH.
054900     MOVE ZERO TO BATCH-IDX.
055000     OPEN INPUT FEEDER-FILE.
055100     PERFORM 130-POST-ONE-RECORD
055200        THRU 139-EXIT
055300       UNTIL END-OF-FILE.
055400*    END-PERFORM.
055500     CLOSE FEEDER-FILE.
055600     IF WS-IN-BATCH
055700         PERFORM 180-END-BATCH THRU 189-EXIT.
055800*    END-IF.
055900
056000 020-TERMINATE.
056100
056200     MOVE 'RUN TOTAL' TO FL-LABEL.
056300     MOVE ITEMS-READ-COUNTER TO FL-ITEMS.
056400     MOVE POSTED-COUNTER TO FL-POSTED.
056500     MOVE WS-RUN-CHARGES TO FL-CHARGES.
056600     MOVE WS-RUN-TAX TO FL-TAX.
056700     MOVE REJECT-COUNTER TO FL-REJECTED.
056800     MOVE POSTED-BATCH-COUNTER TO TL-BATCHES-POSTED.
056900     MOVE UNPOSTED-BATCH-COUNTER TO TL-BATCHES-UNPOSTED.
057000     WRITE REPORT-LINE FROM BLANK-LINE
057100         AFTER ADVANCING PAGE.
057200     WRITE REPORT-LINE FROM FOOTING-LINE-1.
057300     WRITE REPORT-LINE FROM TOTAL-LINE-2.
057400     CLOSE REPORT-FILE.
057500
057600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
057700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
057800                         RUN-CONTROL-FILE,
057900                         RUN-CONTROL-RECORD.
058000*    END-CALL.
058100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058200                         BALANCE-FILE,
058300                         BALANCE-RECORD.
058400*    END-CALL.
058500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058600                         AR-DETAIL-FILE,
058700                         AR-DETAIL-RECORD.
058800*    END-CALL.
058900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059000                         STUDENT-MASTER-FILE,
059100                         STUDENT-RECORD-AREA.
059200*    END-CALL.
059300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
059400                         CHARGE-CODE-FILE,
059500                         CHARGE-CODE-RECORD.
059600*    END-CALL.
059700
059800     EVALUATE TRUE
059900         WHEN ERROR-COUNTER GREATER THAN ZERO
060000             MOVE +8 TO RETURN-CODE
060100         WHEN REJECT-COUNTER GREATER THAN ZERO
060200         OR UNPOSTED-BATCH-COUNTER GREATER THAN ZERO
060300         OR PROOF-ERROR-COUNTER GREATER THAN ZERO
060400             MOVE +4 TO RETURN-CODE
060500         WHEN OTHER
060600             MOVE +0 TO RETURN-CODE
060700     END-EVALUATE.
060800
060900     DISPLAY 'MISCPOST: RECORDS READ:    ' RECORDS-READ-COUNTER.
061000     DISPLAY 'MISCPOST: ITEMS READ:      ' ITEMS-READ-COUNTER.
061100     DISPLAY 'MISCPOST: ITEMS POSTED:    ' POSTED-COUNTER.
061200     DISPLAY 'MISCPOST: ITEMS REJECTED:  ' REJECT-COUNTER.
061300     DISPLAY 'MISCPOST: NOT POSTED:      ' NOT-POSTED-COUNTER.
061400     DISPLAY 'MISCPOST: ERRORS:          ' ERROR-COUNTER.
061500     STOP RUN.
061600
061700* ************************************************************** *
061800* PASS 1, ONE RECORD.  EACH RECORD MUST ARRIVE IN ITS PLACE: A   *
061900* HEADER OPENS A BATCH, ITEMS ONLY INSIDE ONE, AND THE TRAILER   *
062000* CLOSES IT AND MUST AGREE WITH THE ITEMS BEFORE IT.             *
062100* ************************************************************** *
062200 110-PROVE-ONE-RECORD.
062300
062400     READ FEEDER-FILE
062500         AT END
062600             MOVE 'Y' TO END-OF-FILE-SWITCH
062700             GO TO 119-EXIT.
062800*    END-READ.
062900     ADD +1 TO RECORDS-READ-COUNTER.
063000
063100     EVALUATE TRUE
063200         WHEN FDR-HEADER
063300             PERFORM 112-PROVE-HEADER THRU 112-EXIT
063400         WHEN FDR-DETAIL
063500             PERFORM 114-PROVE-DETAIL THRU 114-EXIT
063600         WHEN FDR-TRAILER
063700             PERFORM 116-PROVE-TRAILER THRU 116-EXIT
063800         WHEN OTHER
063900             MOVE 'UNKNOWN RECORD TYPE' TO PL-MESSAGE
064000             PERFORM 170-PROOF-ERROR THRU 179-EXIT
064100     END-EVALUATE.
064200
064300 119-EXIT.
064400     EXIT.
064500
064600 112-PROVE-HEADER.
064700
064800     IF WS-IN-BATCH
064900         MOVE 'HEADER INSIDE AN OPEN BATCH' TO PL-MESSAGE
065000         PERFORM 170-PROOF-ERROR THRU 179-EXIT
065100         MOVE 'N' TO WS-IN-BATCH-SW.
065200*    END-IF.
065300
065400     IF BATCH-COUNT NOT LESS THAN BATCH-LIMIT
065500         MOVE 'Y' TO WS-TABLE-FULL-SW
065600         GO TO 112-EXIT.
065700*    END-IF.
065800
065900     ADD +1 TO BATCH-COUNT.
066000     MOVE BATCH-COUNT TO BATCH-IDX.
066100     MOVE FDH-DEPARTMENT TO BT-DEPARTMENT (BATCH-IDX).
066200     MOVE FDH-BATCH-ID TO BT-BATCH-ID (BATCH-IDX).
066300     MOVE 'P' TO BT-STATUS (BATCH-IDX).
066400     MOVE 'Y' TO WS-IN-BATCH-SW.
066500     MOVE ZERO TO WS-BATCH-ITEMS.
066600     MOVE ZERO TO WS-BATCH-TOTAL.
066700
066800     IF FDH-DEPARTMENT EQUAL SPACES
066900     OR FDH-BATCH-ID EQUAL SPACES
067000         MOVE 'DEPARTMENT OR BATCH ID MISSING' TO PL-MESSAGE
067100         PERFORM 170-PROOF-ERROR THRU 179-EXIT.
067200*    END-IF.
067300
067400 112-EXIT.
067500     EXIT.
067600
067700 114-PROVE-DETAIL.
067800
067900     IF NOT WS-IN-BATCH
068000         MOVE 'ITEM OUTSIDE ANY BATCH' TO PL-MESSAGE
068100         PERFORM 170-PROOF-ERROR THRU 179-EXIT
068200         GO TO 114-EXIT.
068300*    END-IF.
068400
068500     ADD +1 TO WS-BATCH-ITEMS.
068600     IF FDD-AMOUNT EQUAL SPACES
068700         GO TO 114-EXIT.
068800*    END-IF.
068900     IF FDD-AMOUNT-N NOT NUMERIC
069000         MOVE 'ITEM AMOUNT NOT NUMERIC' TO PL-MESSAGE
069100         PERFORM 170-PROOF-ERROR THRU 179-EXIT
069200         GO TO 114-EXIT.
069300*    END-IF.
069400     ADD FDD-AMOUNT-N TO WS-BATCH-TOTAL.
069500
069600 114-EXIT.
069700     EXIT.
069800
069900 116-PROVE-TRAILER.
070000
070100     IF NOT WS-IN-BATCH
070200         MOVE 'TRAILER WITHOUT A BATCH HEADER' TO PL-MESSAGE
070300         PERFORM 170-PROOF-ERROR THRU 179-EXIT
070400         GO TO 116-EXIT.
070500*    END-IF.
070600
070700     IF FDT-DEPARTMENT NOT EQUAL BT-DEPARTMENT (BATCH-IDX)
070800         MOVE 'TRAILER DEPARTMENT DOES NOT MATCH HEADER'
070900             TO PL-MESSAGE
071000         PERFORM 170-PROOF-ERROR THRU 179-EXIT.
071100*    END-IF.
071200     IF FDT-ITEM-COUNT NOT NUMERIC
071300     OR FDT-ITEM-COUNT NOT EQUAL WS-BATCH-ITEMS
071400         MOVE 'TRAILER ITEM COUNT OUT OF BALANCE' TO PL-MESSAGE
071500         PERFORM 170-PROOF-ERROR THRU 179-EXIT.
071600*    END-IF.
071700     IF FDT-AMOUNT-TOTAL NOT NUMERIC
071800     OR FDT-AMOUNT-TOTAL NOT EQUAL WS-BATCH-TOTAL
071900         MOVE 'TRAILER AMOUNT TOTAL OUT OF BALANCE' TO PL-MESSAGE
072000         PERFORM 170-PROOF-ERROR THRU 179-EXIT.
072100*    END-IF.
072200
072300     MOVE 'N' TO WS-IN-BATCH-SW.
072400
072500 116-EXIT.
072600     EXIT.
072700
072800 118-COUNT-FAILED.
072900
073000     IF BT-FAILED (BATCH-IDX)
073100         ADD +1 TO FAILED-BATCH-COUNTER.
073200*    END-IF.
073300
073400 118-EXIT.
073500     EXIT.
073600
073700* ************************************************************** *
073800* LISTS A PROOF FAILURE.  A FAILURE INSIDE A BATCH FAILS THE     *
073900* WHOLE BATCH.                                                   *
074000* ************************************************************** *
074100 170-PROOF-ERROR.
074200
074300     ADD +1 TO PROOF-ERROR-COUNTER.
074400     MOVE RECORDS-READ-COUNTER TO PL-RECORD-NUMBER.
074500     IF WS-IN-BATCH
074600         MOVE 'F' TO BT-STATUS (BATCH-IDX)
074700         MOVE BT-DEPARTMENT (BATCH-IDX) TO PL-DEPARTMENT
074800         MOVE BT-BATCH-ID (BATCH-IDX) TO PL-BATCH-ID
074900     ELSE
075000         MOVE SPACES TO PL-DEPARTMENT
075100         MOVE SPACES TO PL-BATCH-ID.
075200*    END-IF.
075300     WRITE REPORT-LINE FROM PROOF-LINE.
075400
075500 179-EXIT.
075600     EXIT.
075700
075800* ************************************************************** *
075900* PASS 2, ONE RECORD.  A HEADER STARTS THE DEPARTMENT'S PAGE,    *
076000* AN ITEM IN A POSTABLE BATCH IS POSTED, AND THE TRAILER FOOTS   *
076100* THE BATCH.  ITEMS OUTSIDE ANY BATCH WERE LISTED IN PASS 1.     *
076200* ************************************************************** *
076300 130-POST-ONE-RECORD.
076400
076500     READ FEEDER-FILE
076600         AT END
076700             MOVE 'Y' TO END-OF-FILE-SWITCH
076800             GO TO 139-EXIT.
076900*    END-READ.
077000
077100     EVALUATE TRUE
077200         WHEN FDR-HEADER
077300             PERFORM 132-START-BATCH THRU 132-EXIT
077400         WHEN FDR-DETAIL
077500         AND WS-POSTING-BATCH
077600             PERFORM 140-POST-ITEM THRU 149-EXIT
077700         WHEN FDR-DETAIL
077800         AND WS-IN-BATCH
077900             ADD +1 TO WS-BATCH-ITEMS
078000             ADD +1 TO ITEMS-READ-COUNTER
078100             ADD +1 TO NOT-POSTED-COUNTER
078200         WHEN FDR-TRAILER
078300         AND WS-IN-BATCH
078400             PERFORM 180-END-BATCH THRU 189-EXIT
078500         WHEN OTHER
078600             CONTINUE
078700     END-EVALUATE.
078800
078900 139-EXIT.
079000     EXIT.
079100
079200* ************************************************************** *
079300* OPENS A DEPARTMENT'S BATCH ON A NEW REGISTER PAGE.  A PROVED   *
079400* BATCH IS STILL REFUSED WHEN RUNCTL SHOWS IT POSTED BEFORE.     *
079500* ************************************************************** *
079600 132-START-BATCH.
079700
079800     IF WS-IN-BATCH
079900         PERFORM 180-END-BATCH THRU 189-EXIT.
080000*    END-IF.
080100
080200     ADD +1 TO BATCH-IDX.
080300     MOVE 'Y' TO WS-IN-BATCH-SW.
080400     MOVE 'N' TO WS-POSTING-BATCH-SW.
080500     INITIALIZE WS-BATCH-FIELDS.
080600
080700     MOVE FDH-DEPARTMENT TO HL1-DEPARTMENT.
080800     MOVE FDH-DEPARTMENT-NAME TO HL1-DEPARTMENT-NAME.
080900     MOVE FDH-BATCH-ID TO HL1-BATCH-ID.
081000     MOVE FDH-PREPARED-DATE TO HL1-PREPARED-DATE.
081100     WRITE REPORT-LINE FROM HEADING-LINE-1
081200         AFTER ADVANCING PAGE.
081300     WRITE REPORT-LINE FROM BLANK-LINE.
081400     WRITE REPORT-LINE FROM HEADING-LINE-2.
081500     WRITE REPORT-LINE FROM BLANK-LINE.
081600
081700     IF BT-PROVED (BATCH-IDX)
081800         PERFORM 134-CHECK-RUN-CONTROL THRU 134-EXIT.
081900*    END-IF.
082000
082100     EVALUATE TRUE
082200         WHEN BT-PROVED (BATCH-IDX)
082300             MOVE 'Y' TO WS-POSTING-BATCH-SW
082400         WHEN BT-FAILED (BATCH-IDX)
082500             MOVE 'BATCH FAILED ITS PROOF - NOTHING POSTED'
082600                 TO SL-MESSAGE
082700             WRITE REPORT-LINE FROM STATUS-LINE
082800         WHEN OTHER
082900             MOVE 'BATCH ALREADY POSTED - NOTHING POSTED'
083000                 TO SL-MESSAGE
083100             WRITE REPORT-LINE FROM STATUS-LINE
083200     END-EVALUATE.
083300
083400 132-EXIT.
083500     EXIT.
083600
083700* ************************************************************** *
083800* RUN-CONTROL HANDSHAKE - REFUSE A BATCH THE RUNCTL CLUSTER      *
083900* ALREADY SHOWS POSTED, UNLESS THE SYSIN CARD CARRIES 'FORCE'    *
084000* FOR A DELIBERATE REPOST, WHICH IS NOTED ON THE RUN LOG.        *
084100* ************************************************************** *
084200 134-CHECK-RUN-CONTROL.
084300
084400     MOVE BT-DEPARTMENT (BATCH-IDX) TO WS-RUN-DEPARTMENT.
084500     MOVE SPACES TO RUN-CONTROL-RECORD.
084600     MOVE WS-RUN-FUNCTION TO RCR-FUNCTION.
084700     MOVE BT-BATCH-ID (BATCH-IDX) TO RCR-GEN-ID.
084800     MOVE VSIO-READ TO VSIO-COMMAND.
084900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
085000                         RUN-CONTROL-FILE,
085100                         RUN-CONTROL-RECORD.
085200*    END-CALL.
085300
085400     EVALUATE TRUE
085500         WHEN VSIO-SUCCESS
085600             MOVE 'Y' TO RUN-CONTROL-FOUND-SWITCH
085700         WHEN VSIO-RECORD-NOT-FOUND
085800             MOVE 'N' TO RUN-CONTROL-FOUND-SWITCH
085900             MOVE +0 TO VSIO-RETURN-CODE
086000         WHEN OTHER
086100             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
086200             ADD +1 TO ERROR-COUNTER
086300             MOVE 'R' TO BT-STATUS (BATCH-IDX)
086400             MOVE +0 TO VSIO-RETURN-CODE
086500             GO TO 134-EXIT
086600     END-EVALUATE.
086700
086800     IF NOT RUN-CONTROL-FOUND
086900         GO TO 134-EXIT.
087000*    END-IF.
087100
087200     IF CC-FORCE EQUAL 'FORCE'
087300         DISPLAY 'MISCPOST: DEPT ' BT-DEPARTMENT (BATCH-IDX)
087400             ' BATCH ' BT-BATCH-ID (BATCH-IDX)
087500             ' ALREADY POSTED ' RCR-POSTED-DATE
087600             ' - FORCED REPOST AUTHORIZED'
087700         GO TO 134-EXIT.
087800*    END-IF.
087900
088000     DISPLAY 'MISCPOST: DEPT ' BT-DEPARTMENT (BATCH-IDX)
088100         ' BATCH ' BT-BATCH-ID (BATCH-IDX)
088200         ' ALREADY POSTED ' RCR-POSTED-DATE ' AT '
088300         RCR-POSTED-TIME ' - REFUSED'.
088400     MOVE 'R' TO BT-STATUS (BATCH-IDX).
088500
088600 134-EXIT.
088700     EXIT.
088800
088900* ************************************************************** *
089000* VALIDATES ONE CHARGE ITEM AGAINST STMASTR AND CHGCTBL, PRICES  *
089100* IT (DEFAULT AMOUNT AND SALES TAX) AND POSTS IT.                *
089200* ************************************************************** *
089300 140-POST-ITEM.
089400
089500     ADD +1 TO WS-BATCH-ITEMS.
089600     ADD +1 TO ITEMS-READ-COUNTER.
089700
089800     MOVE FDD-STUDENT-ID TO RL-STUDENT-ID.
089900     MOVE FDD-CHARGE-CODE TO RL-CODE.
090000     MOVE SPACES TO RL-DESCRIPTION.
090100     MOVE FDD-REFERENCE TO RL-REFERENCE.
090200     MOVE ZERO TO RL-TAX.
090300     MOVE SPACES TO RL-REASON.
090400     MOVE ZERO TO WS-CHARGE-AMOUNT.
090500     MOVE ZERO TO WS-TAX-AMOUNT.
090600     IF FDD-AMOUNT NOT EQUAL SPACES
090700         MOVE FDD-AMOUNT-N TO WS-CHARGE-AMOUNT.
090800*    END-IF.
090900     MOVE WS-CHARGE-AMOUNT TO RL-AMOUNT.
091000
091100     IF FDD-STUDENT-ID EQUAL SPACES
091200         MOVE 'STUDENT ID MISSING' TO WS-REJECT-REASON
091300         PERFORM 160-REJECT-ITEM THRU 169-EXIT
091400         GO TO 149-EXIT.
091500*    END-IF.
091600
091700     PERFORM 145-READ-STUDENT THRU 145-EXIT.
091800     IF NOT WS-STUDENT-FOUND
091900         MOVE 'STUDENT NOT ON STMASTR' TO WS-REJECT-REASON
092000         PERFORM 160-REJECT-ITEM THRU 169-EXIT
092100         GO TO 149-EXIT.
092200*    END-IF.
092300
092400     MOVE SPACES TO CHARGE-CODE-RECORD.
092500     MOVE FDD-CHARGE-CODE TO CCT-CODE.
092600     MOVE VSIO-READ TO VSIO-COMMAND.
092700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
092800                         CHARGE-CODE-FILE,
092900                         CHARGE-CODE-RECORD.
093000*    END-CALL.
093100     IF NOT VSIO-SUCCESS
093200         IF NOT VSIO-RECORD-NOT-FOUND
093300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
093400         END-IF
093500         MOVE +0 TO VSIO-RETURN-CODE
093600         MOVE 'UNKNOWN CHARGE CODE' TO WS-REJECT-REASON
093700         PERFORM 160-REJECT-ITEM THRU 169-EXIT
093800         GO TO 149-EXIT.
093900*    END-IF.
094000     MOVE CCT-DESCRIPTION TO RL-DESCRIPTION.
094100
094200     IF WS-CHARGE-AMOUNT EQUAL ZERO
094300         MOVE CCT-DEFAULT-AMOUNT TO WS-CHARGE-AMOUNT
094400         MOVE WS-CHARGE-AMOUNT TO RL-AMOUNT.
094500*    END-IF.
094600     IF WS-CHARGE-AMOUNT EQUAL ZERO
094700         MOVE 'NO AMOUNT AND NO DEFAULT' TO WS-REJECT-REASON
094800         PERFORM 160-REJECT-ITEM THRU 169-EXIT
094900         GO TO 149-EXIT.
095000*    END-IF.
095100
095200     IF CCT-IS-TAXABLE
095300         COMPUTE WS-TAX-AMOUNT ROUNDED =
095400             WS-CHARGE-AMOUNT * WS-TAX-RATE.
095500*    END-IF.
095600     MOVE WS-TAX-AMOUNT TO RL-TAX.
095700     COMPUTE WS-ITEM-TOTAL = WS-CHARGE-AMOUNT + WS-TAX-AMOUNT.
095800     IF WS-ITEM-TOTAL GREATER THAN 99999.99
095900         MOVE 'AMOUNT OVER LIMIT' TO WS-REJECT-REASON
096000         PERFORM 160-REJECT-ITEM THRU 169-EXIT
096100         GO TO 149-EXIT.
096200*    END-IF.
096300
096400     PERFORM 150-APPLY-CHARGE THRU 159-EXIT.
096500
096600 149-EXIT.
096700     EXIT.
096800
096900* ************************************************************** *
097000* CONFIRMS THE STUDENT IS ON STMASTR BY FETCHING THE NAME AND    *
097100* ADDRESS RECORD THE SAME WAY CRREFUND DOES.                     *
097200* ************************************************************** *
097300 145-READ-STUDENT.
097400
097500     MOVE 'N' TO WS-STUDENT-FOUND-SW.
097600     MOVE SPACES TO STUDENT-RECORD-AREA.
097700     MOVE FDD-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
097800     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
097900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
098000                         STUDENT-MASTER-FILE,
098100                         STUDENT-RECORD-AREA.
098200*    END-CALL.
098300     IF VSIO-SUCCESS
098400         MOVE SPACES TO STUDENT-RECORD-AREA (1:10)
098500         MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE
098600         MOVE VSIO-READ TO VSIO-COMMAND
098700         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
098800                             STUDENT-MASTER-FILE,
098900                             STUDENT-RECORD-AREA
099000     END-IF.
099100     IF NOT VSIO-SUCCESS
099200     OR STUDENT-RECORD-AREA (1:7) NOT EQUAL FDD-STUDENT-ID
099300     OR VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
099400         MOVE +0 TO VSIO-RETURN-CODE
099500     ELSE
099600         MOVE 'Y' TO WS-STUDENT-FOUND-SW.
099700*    END-IF.
099800
099900 145-EXIT.
100000     EXIT.
100100
100200* ************************************************************** *
100300* POSTS A PRICED ITEM: THE CHARGE AND ITS TAX ARE ADDED TO       *
100400* ARBAL, OPENING THE BALANCE RECORD ON FIRST SIGHT, THEN AN      *
100500* 'MSC' RECORD AND (WHEN THERE IS TAX) A 'TAX' RECORD ARE        *
100600* APPENDED TO THE ARDETL JOURNAL.                                *
100700* ************************************************************** *
100800 150-APPLY-CHARGE.
100900
101000     MOVE SPACES TO BALANCE-RECORD.
101100     MOVE FDD-STUDENT-ID TO ABR-STUDENT-ID.
101200     MOVE VSIO-READ TO VSIO-COMMAND.
101300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
101400                         BALANCE-FILE,
101500                         BALANCE-RECORD.
101600*    END-CALL.
101700     EVALUATE TRUE
101800         WHEN VSIO-SUCCESS
101900             ADD WS-ITEM-TOTAL TO ABR-BALANCE
102000             MOVE WS-RUN-DATE TO ABR-LAST-CHARGE-DATE
102100             MOVE VSIO-REWRITE TO VSIO-COMMAND
102200             CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
102300                                 BALANCE-FILE,
102400                                 BALANCE-RECORD
102500         WHEN VSIO-RECORD-NOT-FOUND
102600             MOVE FDD-STUDENT-ID TO ABR-STUDENT-ID
102700             MOVE WS-ITEM-TOTAL TO ABR-BALANCE
102800             MOVE WS-RUN-DATE TO ABR-LAST-CHARGE-DATE
102900             MOVE ZERO TO ABR-LAST-PAYMENT-DATE
103000             MOVE VSIO-WRITE TO VSIO-COMMAND
103100             CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
103200                                 BALANCE-FILE,
103300                                 BALANCE-RECORD
103400         WHEN OTHER
103500             CONTINUE
103600     END-EVALUATE.
103700     IF NOT VSIO-SUCCESS
103800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
103900         ADD +1 TO ERROR-COUNTER
104000         MOVE +0 TO VSIO-RETURN-CODE
104100         MOVE 'ARBAL UPDATE FAILED' TO WS-REJECT-REASON
104200         PERFORM 160-REJECT-ITEM THRU 169-EXIT
104300         GO TO 159-EXIT.
104400*    END-IF.
104500
104600     MOVE FDD-CHARGE-CODE TO WS-REF-CHARGE-CODE.
104700     MOVE BT-DEPARTMENT (BATCH-IDX) TO WS-REF-DEPARTMENT.
104800     MOVE FDD-REFERENCE TO WS-REF-DEPT-REFERENCE.
104900
105000     MOVE SPACES TO AR-DETAIL-RECORD.
105100     MOVE FDD-STUDENT-ID TO ARD-STUDENT-ID.
105200     MOVE WS-TODAY-CCYYMMDD TO ARD-POST-DATE.
105300     MOVE 'MSC' TO ARD-TYPE.
105400     MOVE WS-CHARGE-AMOUNT TO ARD-AMOUNT.
105500     MOVE WS-MISC-REFERENCE TO ARD-REFERENCE.
105600     COMPUTE ARD-BALANCE = ABR-BALANCE - WS-TAX-AMOUNT.
105700     PERFORM 155-WRITE-AR-DETAIL THRU 155-EXIT.
105800
105900     IF WS-TAX-AMOUNT GREATER THAN ZERO
106000         MOVE 'TAX' TO ARD-TYPE
106100         MOVE WS-TAX-AMOUNT TO ARD-AMOUNT
106200         MOVE ABR-BALANCE TO ARD-BALANCE
106300         PERFORM 155-WRITE-AR-DETAIL THRU 155-EXIT.
106400*    END-IF.
106500
106600     ADD +1 TO POSTED-COUNTER.
106700     ADD +1 TO WS-BATCH-POSTED.
106800     ADD WS-CHARGE-AMOUNT TO WS-BATCH-CHARGES.
106900     ADD WS-CHARGE-AMOUNT TO WS-RUN-CHARGES.
107000     ADD WS-TAX-AMOUNT TO WS-BATCH-TAX.
107100     ADD WS-TAX-AMOUNT TO WS-RUN-TAX.
107200     MOVE 'POSTED' TO RL-DISPOSITION.
107300     WRITE REPORT-LINE FROM REGISTER-LINE.
107400
107500 159-EXIT.
107600     EXIT.
107700
107800 155-WRITE-AR-DETAIL.
107900
108000     MOVE +60 TO VSIO-RECORD-LENGTH OF AR-DETAIL-FILE.
108100     MOVE VSIO-WRITE TO VSIO-COMMAND.
108200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
108300                         AR-DETAIL-FILE,
108400                         AR-DETAIL-RECORD.
108500*    END-CALL.
108600     IF NOT VSIO-SUCCESS
108700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
108800         ADD +1 TO ERROR-COUNTER
108900         MOVE +0 TO VSIO-RETURN-CODE.
109000*    END-IF.
109100
109200 155-EXIT.
109300     EXIT.
109400
109500 160-REJECT-ITEM.
109600
109700     ADD +1 TO REJECT-COUNTER.
109800     ADD +1 TO WS-BATCH-REJECTED.
109900     MOVE 'REJECTED' TO RL-DISPOSITION.
110000     MOVE WS-REJECT-REASON TO RL-REASON.
110100     WRITE REPORT-LINE FROM REGISTER-LINE.
110200
110300 169-EXIT.
110400     EXIT.
110500
110600* ************************************************************** *
110700* FOOTS A DEPARTMENT'S BATCH AND, WHEN IT WAS POSTED, MARKS IT   *
110800* ON RUNCTL SO THE SAME BATCH CANNOT BE POSTED TWICE.  A BATCH   *
110900* WITH REJECTED ITEMS IS STILL MARKED; THE DEPARTMENT RESENDS    *
111000* THE CORRECTED ITEMS UNDER A NEW BATCH ID.                      *
111100* ************************************************************** *
111200 180-END-BATCH.
111300
111400     MOVE 'BATCH TOTAL' TO FL-LABEL.
111500     MOVE WS-BATCH-ITEMS TO FL-ITEMS.
111600     MOVE WS-BATCH-POSTED TO FL-POSTED.
111700     MOVE WS-BATCH-CHARGES TO FL-CHARGES.
111800     MOVE WS-BATCH-TAX TO FL-TAX.
111900     MOVE WS-BATCH-REJECTED TO FL-REJECTED.
112000     WRITE REPORT-LINE FROM BLANK-LINE.
112100     WRITE REPORT-LINE FROM FOOTING-LINE-1.
112200
112300     EVALUATE TRUE
112400         WHEN WS-POSTING-BATCH
112500         AND WS-BATCH-REJECTED EQUAL ZERO
112600             MOVE 'TRAILER IN BALANCE - POSTED' TO FL-STATUS
112700         WHEN WS-POSTING-BATCH
112800             MOVE 'TRAILER IN BALANCE - POSTED WITH REJECTS'
112900                 TO FL-STATUS
113000         WHEN BT-FAILED (BATCH-IDX)
113100             MOVE '*** FAILED ITS PROOF - NOT POSTED' TO FL-STATUS
113200         WHEN OTHER
113300             MOVE '*** REFUSED BY RUNCTL - NOT POSTED'
113400                 TO FL-STATUS
113500     END-EVALUATE.
113600     WRITE REPORT-LINE FROM FOOTING-LINE-2.
113700
113800     IF WS-POSTING-BATCH
113900         ADD +1 TO POSTED-BATCH-COUNTER
114000         PERFORM 400-MARK-RUN-CONTROL THRU 409-EXIT
114100     ELSE
114200         ADD +1 TO UNPOSTED-BATCH-COUNTER.
114300*    END-IF.
114400
114500     MOVE 'N' TO WS-IN-BATCH-SW.
114600     MOVE 'N' TO WS-POSTING-BATCH-SW.
114700
114800 189-EXIT.
114900     EXIT.
115000
115100* ************************************************************** *
115200* MARKS A POSTED BATCH ON RUNCTL: FUNCTION 'MISC' PLUS THE       *
115300* DEPARTMENT, GENERATION THE BATCH ID.                           *
115400* ************************************************************** *
115500 400-MARK-RUN-CONTROL.
115600
115700     ACCEPT WS-RUN-TIME FROM TIME.
115800
115900     IF RUN-CONTROL-FOUND
116000         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
116100         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
116200         MOVE WS-BATCH-POSTED TO RCR-TRAN-COUNT
116300         ADD 1 TO RCR-FORCE-COUNT
116400         MOVE VSIO-REWRITE TO VSIO-COMMAND
116500     ELSE
116600         MOVE BT-DEPARTMENT (BATCH-IDX) TO WS-RUN-DEPARTMENT
116700         MOVE SPACES TO RUN-CONTROL-RECORD
116800         MOVE WS-RUN-FUNCTION TO RCR-FUNCTION
116900         MOVE BT-BATCH-ID (BATCH-IDX) TO RCR-GEN-ID
117000         MOVE WS-RUN-DATE TO RCR-POSTED-DATE
117100         MOVE WS-RUN-TIME TO RCR-POSTED-TIME
117200         MOVE WS-BATCH-POSTED TO RCR-TRAN-COUNT
117300         MOVE ZERO TO RCR-FORCE-COUNT
117400         MOVE VSIO-WRITE TO VSIO-COMMAND.
117500*    END-IF.
117600
117700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
117800                         RUN-CONTROL-FILE,
117900                         RUN-CONTROL-RECORD.
118000*    END-CALL.
118100     IF NOT VSIO-SUCCESS
118200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
118300         ADD +1 TO ERROR-COUNTER
118400         MOVE +0 TO VSIO-RETURN-CODE.
118500*    END-IF.
118600
118700 409-EXIT.
118800     EXIT.
118900
119000* ************************************************************** *
119100* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
119200* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
119300* PROGRAM IN THIS SUITE.                                         *
119400* ************************************************************** *
119500 500-DISPLAY-UNKNOWN-ERROR.
119600
119700     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
119800     EXHIBIT NAMED VSIO-RETURN-CODE.
119900     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
120000                   VSIO-VSAM-FUNCTION-CODE,
120100                   VSIO-VSAM-FEEDBACK-CODE.
120200
120300 509-EXIT.
120400     EXIT.
