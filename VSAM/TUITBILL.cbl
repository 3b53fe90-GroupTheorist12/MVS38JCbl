001800* THE BURSAR (ESDS, DDNAME CHARGES, WRITTEN THROUGH VSAMIO).    *
001900* A STUDENT WITH NO ENROLLED HOURS FOR THE SEMESTER IS SKIPPED  *
002000* ENTIRELY, NOT BILLED AT ZERO.                                 *
002010* HOURS ARE PRICED AT THE STUDENT'S RESIDENCY RATE FROM THE     *
002020* RESIDENCY CLUSTER (DDNAME RESDTBL, MAINTAINED BY RESDMNT):    *
002030* IN-STATE AT TTR-RATE-PER-HOUR, OUT-OF-STATE AT THE            *
002040* NON-RESIDENT RATE.  A STUDENT WITH NO DETERMINATION IS BILLED *
002050* NON-RESIDENT AND LISTED ON A FOLLOW-UP PAGE AT THE END.       *
002100*                                                                 *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002489*                    TO THE JOBSTATS CLUSTER THROUGH THE    *
002490*                    SHARED JOBSTATS ROUTINE FOR THE        *
002491*                    STATTRND WEEKLY TREND REPORT.          *
002492*   10/15/2026 JM    HOURS ARE NOW PRICED AT THE            *
002493*                    STUDENT'S RESDTBL RESIDENCY RATE       *
002494*                    (TUITTBL RECORDS GREW TO 30 BYTES);    *
002495*                    NO DETERMINATION BILLS NON-RESIDENT    *
002496*                    AND IS LISTED FOR FOLLOW-UP.           *
002496*   10/15/2026 JM    EACH SPONSOR SHARE ADDED TO SPONTBL    *
002496*                    IS NOW ALSO APPENDED TO THE            *
002496*                    PERMANENT SPONSOR JOURNAL (DDNAME      *
002496*                    SPNDETL) SO ARRECON CAN BALANCE THE    *
002496*                    SPONSOR RECEIVABLES.                   *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
006600 77  BILLED-COUNTER              PIC S9(8) COMP VALUE ZERO.
006700 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
006710 77  WS-RESTART-ID               PIC X(07)   VALUE SPACES.
006712 77  RESIDENCY-NEEDED-COUNTER    PIC S9(8) COMP VALUE ZERO.
006714 77  RNE-COUNT                   PIC S9(4) COMP VALUE ZERO.
006716 77  RNE-IDX                     PIC S9(4) COMP VALUE ZERO.
006718 77  RNE-LIMIT                   PIC S9(4) COMP VALUE +500.
006720
006730 01  CHKPOINT-PARAMETER-VALUES   COPY CHKPOINT.
006740 01  JOBSTATS-PARAMETER-VALUES   COPY JOBSTATS.
006744 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
006748
006752 01  WS-BILLING-DATE             PIC 9(06)   VALUE ZERO.
006756 01  FILLER REDEFINES WS-BILLING-DATE.
006760     02  WS-BILLING-YY           PIC 9(02).
006764     02  WS-BILLING-MM           PIC 9(02).
006768     02  WS-BILLING-DD           PIC 9(02).
006772 01  WS-BILLING-CCYYMMDD         PIC 9(08)   VALUE ZERO.
006776 01  FILLER REDEFINES WS-BILLING-CCYYMMDD.
006780     02  WS-BILLING-CCYY         PIC 9(04).
006784     02  WS-BILLING-CMM          PIC 9(02).
006788     02  WS-BILLING-CDD          PIC 9(02).
006800
006900 01  BILLING-WORK-FIELDS.
007000     02  WS-CURRENT-ID           PIC X(07).
007510     02  WS-SPONSOR-ID           PIC X(05)  VALUE SPACES.
007520     02  WS-SPONSOR-SHARE        PIC S9(5)V99 COMP-3 VALUE ZERO.
007530     02  WS-STUDENT-SHARE        PIC S9(5)V99 COMP-3 VALUE ZERO.
007540     02  WS-RATE-PER-HOUR        PIC 9(3)V99 VALUE ZERO.
007550     02  WS-RESIDENCY            PIC X(01)  VALUE SPACES.
007560         88  WS-RESIDENCY-MISSING        VALUE 'U'.
007600
007700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
007800 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
008100 01  CHARGES-FILE                COPY VSAMIOFB.
008110 01  SPONSOR-AUTH-FILE           COPY VSAMIOFB.
008120 01  SPONSOR-TABLE-FILE          COPY VSAMIOFB.
008130 01  RESIDENCY-FILE              COPY VSAMIOFB.
008200 01  STUDENT-RECORD-AREA         PIC X(83).
008210
008220* ************************************************************** *
008304     02  SPN-BALANCE             PIC S9(7)V99 COMP-3.
008305     02  SPN-LAST-INVOICE-DATE   PIC 9(08).
008306     02  FILLER                  PIC X(10).
008306
008306* ************************************************************** *
008306* THE PERMANENT SPONSOR JOURNAL (DDNAME SPNDETL, APPEND-ONLY     *
008306* ESDS).  ONE RECORD PER CHANGE TO SPN-BALANCE: A CHG FOR EACH   *
008306* SPONSOR SHARE TUITBILL ASSESSES, A PAY FOR EACH SPONSOR        *
008306* PAYMENT PAYPOST APPLIES.  SPD-AMOUNT IS THE SIGNED EFFECT ON   *
008306* THE BALANCE AND SPD-BALANCE IS THE BALANCE AFTER IT; ARRECON   *
008306* BALANCES SPONTBL AGAINST IT.                                   *
008306* ************************************************************** *
008306 01  SPONSOR-DETAIL-FILE         COPY VSAMIOFB.
008306 01  SPONSOR-DETAIL-RECORD.
008306     02  SPD-SPONSOR-ID          PIC X(05).
008306     02  SPD-STUDENT-ID          PIC X(07).
008306     02  SPD-POST-DATE           PIC 9(08).
008306     02  SPD-TYPE                PIC X(03).
008306     02  SPD-AMOUNT              PIC S9(7)V99 COMP-3.
008306     02  SPD-REFERENCE           PIC X(20).
008306     02  SPD-BALANCE             PIC S9(7)V99 COMP-3.
008306     02  FILLER                  PIC X(07).
008300
008400 01  STUDENT-INFO-RECORD.
008500     02  SIR-STUDENT-ID          PIC X(07).
011800     02  TTR-FLAT-FEE            PIC 9(4)V99.
011900     02  TTR-FULLTIME-CAP        PIC 9(02).
011910     02  TTR-AUDIT-FEE           PIC 9(4)V99.
011913     02  TTR-NONRES-RATE-PER-HOUR
011916                                 PIC 9(3)V99.
011919
011922* ************************************************************** *
011925* RESIDENCY DETERMINATION (DDNAME RESDTBL, KEYED BY STUDENT),    *
011928* MAINTAINED BY RESDMNT.  ONLY RES-RESIDENCY IS USED HERE.       *
011931* ************************************************************** *
011934 01  RESIDENCY-RECORD.
011937     02  RES-STUDENT-ID          PIC X(07).
011940     02  RES-RESIDENCY           PIC X(01).
011943         88  RES-IN-STATE                VALUE 'I'.
011946         88  RES-OUT-OF-STATE            VALUE 'O'.
011949     02  RES-DETERMINED-DATE     PIC 9(08).
011952     02  RES-DOC-CODE            PIC X(02).
011955     02  RES-APPEAL-STATUS       PIC X(01).
011958     02  RES-APPEAL-DATE         PIC 9(08).
011961     02  RES-OPERATOR-ID         PIC X(08).
011964     02  FILLER                  PIC X(05).
011967
011970* ************************************************************** *
011973* STUDENTS BILLED WITH NO RESIDENCY DETERMINATION, LISTED ON     *
011976* THE RESIDENCY FOLLOW-UP PAGE AT THE END OF THE RUN.            *
011979* ************************************************************** *
011982 01  RESIDENCY-NEEDED-TABLE.
011985     02  RESIDENCY-NEEDED-ENTRY OCCURS 500 TIMES.
011988         03  RNE-STUDENT-ID      PIC X(07).
011991         03  RNE-NAME            PIC X(22).
011994         03  RNE-HOURS           PIC 9(03).
011997         03  RNE-TUITION         PIC 9(5)V99.
012000
012100 01  CHARGES-RECORD.
012200     02  CHR-STUDENT-ID          PIC X(07).
012720     02  CHR-AUDIT-FEES          PIC 9(5)V99.
012730     02  CHR-SPONSOR-ID          PIC X(05).
012740     02  CHR-SPONSOR-SHARE       PIC 9(5)V99.
012750     02  CHR-RESIDENCY           PIC X(01).
012800     02  FILLER                  PIC X(24).
012900
013000 01  HEADING-LINE-1.
013100     02  FILLER                  PIC X(28) VALUE
014540     02  FILLER                  PIC X(07) VALUE 'SPONSOR'.
014550     02  FILLER                  PIC X(02) VALUE SPACES.
014560     02  FILLER                  PIC X(09) VALUE 'SPON SHR '.
014600     02  FILLER                  PIC X(02) VALUE SPACES.
014610     02  FILLER                  PIC X(04) VALUE 'RES '.
014620     02  FILLER                  PIC X(36) VALUE SPACES.
014700
014800 01  DETAIL-LINE.
014900     02  DL-STUDENT-ID           PIC X(07).
015740     02  DL-SPONSOR              PIC X(05).
015750     02  FILLER                  PIC X(02) VALUE SPACES.
015760     02  DL-SPONSOR-SHARE        PIC ZZ,ZZ9.99.
015800     02  FILLER                  PIC X(07) VALUE SPACES.
015810     02  DL-RESIDENCY            PIC X(04).
015820     02  FILLER                  PIC X(36) VALUE SPACES.
015900
016000 01  TOTAL-LINE.
016100     02  FILLER                  PIC X(17) VALUE
016900     02  TL-TUITION              PIC Z,ZZZ,ZZ9.99.
017000     02  FILLER                  PIC X(58) VALUE SPACES.
017100
017102 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
017104
017106 01  RESIDENCY-NEEDED-HEAD-LINE.
017108     02  FILLER                  PIC X(44) VALUE
017110         'RESIDENCY FOLLOW-UP - NO DETERMINATION ON FI'.
017112     02  FILLER                  PIC X(32) VALUE
017114         'LE - BILLED AT NON-RESIDENT RATE'.
017116     02  FILLER                  PIC X(56) VALUE SPACES.
017118
017120 01  RESIDENCY-NEEDED-COLUMN-LINE.
017122     02  FILLER                  PIC X(33) VALUE
017124         'STUDENT  NAME                    '.
017126     02  FILLER                  PIC X(17) VALUE
017128         'HOURS    TUITION'.
017130     02  FILLER                  PIC X(82) VALUE SPACES.
017132
017134 01  RESIDENCY-NEEDED-LINE.
017136     02  RNL-STUDENT-ID          PIC X(07).
017138     02  FILLER                  PIC X(02) VALUE SPACES.
017140     02  RNL-NAME                PIC X(22).
017142     02  FILLER                  PIC X(04) VALUE SPACES.
017144     02  RNL-HOURS               PIC ZZ9.
017146     02  FILLER                  PIC X(03) VALUE SPACES.
017148     02  RNL-TUITION             PIC ZZ,ZZ9.99.
017150     02  FILLER                  PIC X(82) VALUE SPACES.
017152
017154 01  RESIDENCY-NEEDED-FULL-LINE.
017156     02  FILLER                  PIC X(46) VALUE
017158         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
017160     02  FILLER                  PIC X(14) VALUE
017162         'NOT LISTED ***'.
017164     02  FILLER                  PIC X(72) VALUE SPACES.
017166
017168 01  RESIDENCY-NEEDED-TOTAL-LINE.
017170     02  FILLER                  PIC X(21) VALUE
017172         'RESIDENCY FOLLOW-UP: '.
017174     02  RNT-COUNT               PIC ZZZZ9.
017176     02  FILLER                  PIC X(106) VALUE SPACES.
017178
017200 PROCEDURE DIVISION.
017300
017400 000-INITIATE.
019100         DISPLAY 'TUITBILL: SEMESTER CARD IS BLANK - STOPPING'
019200         STOP RUN.
019300*    END-IF.
019301
019302     ACCEPT WS-BILLING-DATE FROM DATE.
019303     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
019304     MOVE WS-BILLING-YY TO YRWIN-2-DIGIT-YEAR.
019305     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
019306     MOVE YRWIN-4-DIGIT-YEAR TO WS-BILLING-CCYY.
019307     MOVE WS-BILLING-MM TO WS-BILLING-CMM.
019308     MOVE WS-BILLING-DD TO WS-BILLING-CDD.
019310
019311* THE SHARED CHKPOINT ROUTINE RETURNS THE LAST STUDENT A
019312* CRASHED RUN BILLED, SO THIS RUN SKIPS STUDENTS UP TO AND
023100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF TUITION-RATE-FILE.
023200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF TUITION-RATE-FILE.
023300     MOVE VSIO-INPUT TO VSIO-MODE OF TUITION-RATE-FILE.
023400     MOVE +30 TO VSIO-RECORD-LENGTH OF TUITION-RATE-FILE.
023500     MOVE +0 TO VSIO-KEY-POSITION OF TUITION-RATE-FILE.
023600     MOVE +6 TO VSIO-KEY-LENGTH OF TUITION-RATE-FILE.
023700     MOVE VSIO-OPEN TO VSIO-COMMAND.
025500                 CC-SEMESTER ' - STOPPING'
025600         STOP RUN.
025700*    END-IF.
025710
025720* A RATE RECORD WITH NO NON-RESIDENT RATE PRICES EVERY STUDENT
025730* AT THE RESIDENT RATE, AS BEFORE THE DIFFERENTIAL.
025740     IF TTR-NONRES-RATE-PER-HOUR NOT NUMERIC
025750     OR TTR-NONRES-RATE-PER-HOUR EQUAL ZERO
025760         DISPLAY 'TUITBILL: NO NON-RESIDENT RATE FOR '
025770                 CC-SEMESTER ' - RESIDENT RATE USED'
025780         MOVE TTR-RATE-PER-HOUR TO TTR-NONRES-RATE-PER-HOUR.
025790*    END-IF.
025800
025900     MOVE 'CHARGES' TO VSIO-DDNAME OF CHARGES-FILE.
026000     MOVE VSIO-ESDS TO VSIO-ORGANIZATION OF CHARGES-FILE.
027441         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027442         STOP RUN.
027443*    END-IF.
027443
027443     MOVE 'SPNDETL' TO VSIO-DDNAME OF SPONSOR-DETAIL-FILE.
027443     MOVE VSIO-ESDS TO VSIO-ORGANIZATION
027443         OF SPONSOR-DETAIL-FILE.
027443     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SPONSOR-DETAIL-FILE.
027443     MOVE VSIO-EXTEND TO VSIO-MODE OF SPONSOR-DETAIL-FILE.
027443     MOVE +60 TO VSIO-RECORD-LENGTH OF SPONSOR-DETAIL-FILE.
027443     MOVE +0 TO VSIO-KEY-POSITION OF SPONSOR-DETAIL-FILE.
027443     MOVE +0 TO VSIO-KEY-LENGTH OF SPONSOR-DETAIL-FILE.
027443     MOVE VSIO-OPEN TO VSIO-COMMAND.
027443     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027443                         SPONSOR-DETAIL-FILE,
027443                         SPONSOR-DETAIL-RECORD.
027443*    END-CALL.
027443     IF NOT VSIO-SUCCESS
027443         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027443         STOP RUN.
027443*    END-IF.
027446
027449     MOVE 'RESDTBL' TO VSIO-DDNAME OF RESIDENCY-FILE.
027452     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RESIDENCY-FILE.
027455     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RESIDENCY-FILE.
027458     MOVE VSIO-INPUT TO VSIO-MODE OF RESIDENCY-FILE.
027461     MOVE +40 TO VSIO-RECORD-LENGTH OF RESIDENCY-FILE.
027464     MOVE +0 TO VSIO-KEY-POSITION OF RESIDENCY-FILE.
027467     MOVE +7 TO VSIO-KEY-LENGTH OF RESIDENCY-FILE.
027470     MOVE VSIO-OPEN TO VSIO-COMMAND.
027473     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027476                         RESIDENCY-FILE,
027479                         RESIDENCY-RECORD.
027482*    END-CALL.
027485     IF NOT VSIO-SUCCESS
027488         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027491         STOP RUN.
027494*    END-IF.
027500
027600     OPEN OUTPUT REPORT-FILE.
027700     MOVE CC-SEMESTER TO HL1-SEMESTER.
029500     MOVE SKIPPED-COUNTER TO TL-SKIPPED.
029600     MOVE WS-GRAND-TUITION TO TL-TUITION.
029700     WRITE REPORT-LINE FROM TOTAL-LINE.
029710
029720     PERFORM 650-PRINT-RESIDENCY-NEEDED THRU 659-EXIT.
029800
029900     CLOSE REPORT-FILE.
030000
031760                         SPONSOR-TABLE-FILE,
031770                         SPONSOR-TABLE-RECORD.
031780*    END-CALL.
031780     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031780                         SPONSOR-DETAIL-FILE,
031780                         SPONSOR-DETAIL-RECORD.
031780*    END-CALL.
031784     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031788                         RESIDENCY-FILE,
031792                         RESIDENCY-RECORD.
031796*    END-CALL.
031800
031810* A RUN THAT REACHED END OF THE CLUSTER CLEARS ITS CHECKPOINT
031820* SO THE NEXT ASSESSMENT STARTS FROM THE TOP.
031850
031900     DISPLAY 'TUITBILL: STUDENTS BILLED:  ' BILLED-COUNTER.
032000     DISPLAY 'TUITBILL: STUDENTS SKIPPED: ' SKIPPED-COUNTER.
032005     DISPLAY 'TUITBILL: NO RESIDENCY:     '
032006         RESIDENCY-NEEDED-COUNTER.
032010
032020     MOVE JSTA-WRITE-STATS TO JSTA-COMMAND.
032030     MOVE 'TUITBILL' TO JSTA-PROGRAM.
040200     ELSE
040300         MOVE WS-HOURS-TOTAL TO WS-BILLABLE-HOURS.
040400*    END-IF.
040410
040420     PERFORM 600-FIND-RESIDENCY-RATE THRU 609-EXIT.
040500
040600     COMPUTE WS-AUDIT-FEES =
040610         WS-AUDIT-COUNT * TTR-AUDIT-FEE.
040620     COMPUTE WS-TUITION =
040700         WS-BILLABLE-HOURS * WS-RATE-PER-HOUR + TTR-FLAT-FEE
040710         + WS-AUDIT-FEES.
040800
040900     ADD +1 TO BILLED-COUNTER.
041610     MOVE WS-AUDIT-COUNT TO DL-AUDITS.
041620     MOVE WS-SPONSOR-ID TO DL-SPONSOR.
041630     MOVE WS-SPONSOR-SHARE TO DL-SPONSOR-SHARE.
041637     EVALUATE TRUE
041644         WHEN WS-RESIDENCY-MISSING
041651             MOVE 'OUT*' TO DL-RESIDENCY
041658             PERFORM 610-LIST-RESIDENCY-NEEDED THRU 619-EXIT
041665         WHEN WS-RESIDENCY EQUAL 'I'
041672             MOVE 'IN' TO DL-RESIDENCY
041679         WHEN OTHER
041686             MOVE 'OUT' TO DL-RESIDENCY
041693     END-EVALUATE.
041700     WRITE REPORT-LINE FROM DETAIL-LINE.
041800
041900     MOVE SPACES TO CHARGES-RECORD.
042000     MOVE WS-CURRENT-ID TO CHR-STUDENT-ID.
042100     MOVE CC-SEMESTER TO CHR-SEMESTER.
042200     MOVE WS-HOURS-TOTAL TO CHR-HOURS.
042300     MOVE WS-RATE-PER-HOUR TO CHR-RATE-PER-HOUR.
042400     MOVE TTR-FLAT-FEE TO CHR-FLAT-FEE.
042500     MOVE WS-STUDENT-SHARE TO CHR-TUITION.
042510     MOVE WS-AUDIT-COUNT TO CHR-AUDIT-COUNT.
042520     MOVE WS-AUDIT-FEES TO CHR-AUDIT-FEES.
042530     MOVE WS-SPONSOR-ID TO CHR-SPONSOR-ID.
042540     MOVE WS-SPONSOR-SHARE TO CHR-SPONSOR-SHARE.
042550     MOVE WS-RESIDENCY TO CHR-RESIDENCY.
042600     MOVE +80 TO VSIO-RECORD-LENGTH OF CHARGES-FILE.
042700     MOVE VSIO-WRITE TO VSIO-COMMAND.
042800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043416* SPONTBL; THE STUDENT OWES ONLY THE REMAINDER.  A STUDENT       *
043417* WITH NO AUTHORIZATION, OR AN AUTHORIZATION NAMING A SPONSOR    *
043418* NOT ON FILE, IS BILLED IN FULL.                                *
043418* EACH SHARE POSTED IS ALSO JOURNALED TO SPNDETL.                *
043419* ************************************************************** *
043420 132-SPLIT-SPONSOR-SHARE.
043421
043482         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043483         MOVE SPACES TO WS-SPONSOR-ID
043484         MOVE ZERO TO WS-SPONSOR-SHARE
043485         MOVE WS-TUITION TO WS-STUDENT-SHARE
043485         GO TO 133-EXIT.
043486*    END-IF.
043486
043486     MOVE SPACES TO SPONSOR-DETAIL-RECORD.
043486     MOVE SPN-SPONSOR-ID TO SPD-SPONSOR-ID.
043486     MOVE WS-CURRENT-ID TO SPD-STUDENT-ID.
043486     MOVE WS-BILLING-CCYYMMDD TO SPD-POST-DATE.
043486     MOVE 'CHG' TO SPD-TYPE.
043486     MOVE WS-SPONSOR-SHARE TO SPD-AMOUNT.
043486     MOVE CC-SEMESTER TO SPD-REFERENCE.
043486     MOVE SPN-BALANCE TO SPD-BALANCE.
043486     MOVE VSIO-WRITE TO VSIO-COMMAND.
043486     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043486                         SPONSOR-DETAIL-FILE,
043486                         SPONSOR-DETAIL-RECORD.
043486*    END-CALL.
043486     IF NOT VSIO-SUCCESS
043486         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
043486*    END-IF.
043487
043488 133-EXIT.
045100
045200 509-EXIT.
045300     EXIT.
045310
045320* ************************************************************** *
045330* PICKS THE RATE PER CREDIT HOUR FROM THE STUDENT'S RESIDENCY    *
045340* DETERMINATION: 'I' IN-STATE BILLS TTR-RATE-PER-HOUR, 'O'       *
045350* OUT-OF-STATE BILLS TTR-NONRES-RATE-PER-HOUR.  A STUDENT WITH   *
045360* NO USABLE DETERMINATION IS BILLED NON-RESIDENT AND MARKED 'U'  *
045370* FOR THE FOLLOW-UP PAGE; THE CHARGES RECORD CARRIES THE CODE.   *
045380* ************************************************************** *
045390 600-FIND-RESIDENCY-RATE.
045400
045410     MOVE TTR-NONRES-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
045420     MOVE 'U' TO WS-RESIDENCY.
045430
045440     MOVE SPACES TO RESIDENCY-RECORD.
045450     MOVE WS-CURRENT-ID TO RES-STUDENT-ID.
045460     MOVE VSIO-READ TO VSIO-COMMAND.
045470     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
045480                         RESIDENCY-FILE,
045490                         RESIDENCY-RECORD.
045500*    END-CALL.
045510     IF VSIO-RECORD-NOT-FOUND
045520         MOVE +0 TO VSIO-RETURN-CODE
045530         GO TO 609-EXIT.
045540*    END-IF.
045550     IF NOT VSIO-SUCCESS
045560         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
045570         GO TO 609-EXIT.
045580*    END-IF.
045590
045600     IF RES-IN-STATE
045610         MOVE TTR-RATE-PER-HOUR TO WS-RATE-PER-HOUR
045620         MOVE 'I' TO WS-RESIDENCY
045630     ELSE
045640         IF RES-OUT-OF-STATE
045650             MOVE 'O' TO WS-RESIDENCY.
045660*        END-IF
045670*    END-IF.
045680
045690 609-EXIT.
045700     EXIT.
045710
045720* ************************************************************** *
045730* ADDS A BILLED STUDENT WITH NO RESIDENCY DETERMINATION TO THE   *
045740* FOLLOW-UP LIST.  PAST THE TABLE LIMIT THE STUDENT IS STILL     *
045750* COUNTED.                                                       *
045760* ************************************************************** *
045770 610-LIST-RESIDENCY-NEEDED.
045780
045790     ADD +1 TO RESIDENCY-NEEDED-COUNTER.
045800     IF RNE-COUNT NOT LESS THAN RNE-LIMIT
045810         GO TO 619-EXIT.
045820*    END-IF.
045830     ADD +1 TO RNE-COUNT.
045840     MOVE WS-CURRENT-ID TO RNE-STUDENT-ID (RNE-COUNT).
045850     MOVE WS-CURRENT-NAME TO RNE-NAME (RNE-COUNT).
045860     MOVE WS-HOURS-TOTAL TO RNE-HOURS (RNE-COUNT).
045870     MOVE WS-TUITION TO RNE-TUITION (RNE-COUNT).
045880
045890 619-EXIT.
045900     EXIT.
045910
045920* ************************************************************** *
045930* PRINTS THE RESIDENCY FOLLOW-UP PAGE FOR THE RESIDENCY OFFICE:  *
045940* EVERY STUDENT BILLED NON-RESIDENT FOR WANT OF A DETERMINATION. *
045950* NO PAGE WHEN EVERY BILLED STUDENT HAD ONE.                     *
045960* ************************************************************** *
045970 650-PRINT-RESIDENCY-NEEDED.
045980
045990     IF RESIDENCY-NEEDED-COUNTER EQUAL ZERO
046000         GO TO 659-EXIT.
046010*    END-IF.
046020
046030     WRITE REPORT-LINE FROM RESIDENCY-NEEDED-HEAD-LINE
046040         AFTER ADVANCING PAGE.
046050     WRITE REPORT-LINE FROM BLANK-LINE.
046060     WRITE REPORT-LINE FROM RESIDENCY-NEEDED-COLUMN-LINE.
046070
046080     MOVE 1 TO RNE-IDX.
046090     PERFORM 655-PRINT-ONE-RESIDENCY-NEEDED
046100        THRU 655-EXIT
046110       UNTIL RNE-IDX GREATER THAN RNE-COUNT.
046120*    END-PERFORM.
046130
046140     IF RESIDENCY-NEEDED-COUNTER GREATER THAN RNE-COUNT
046150         WRITE REPORT-LINE FROM RESIDENCY-NEEDED-FULL-LINE.
046160*    END-IF.
046170     WRITE REPORT-LINE FROM BLANK-LINE.
046180     MOVE RESIDENCY-NEEDED-COUNTER TO RNT-COUNT.
046190     WRITE REPORT-LINE FROM RESIDENCY-NEEDED-TOTAL-LINE.
046200
046210 659-EXIT.
046220     EXIT.
046230
046240 655-PRINT-ONE-RESIDENCY-NEEDED.
046250
046260     MOVE RNE-STUDENT-ID (RNE-IDX) TO RNL-STUDENT-ID.
046270     MOVE RNE-NAME (RNE-IDX) TO RNL-NAME.
046280     MOVE RNE-HOURS (RNE-IDX) TO RNL-HOURS.
046290     MOVE RNE-TUITION (RNE-IDX) TO RNL-TUITION.
046300     WRITE REPORT-LINE FROM RESIDENCY-NEEDED-LINE.
046310     ADD 1 TO RNE-IDX.
046320
046330 655-EXIT.
046340     EXIT.
