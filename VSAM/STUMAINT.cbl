001300*   STUDENT-ID, KEY-ID, NAME AND ADDRESS; CARD 2 CARRIES CITY,  *
001400*   STATE, ZIP, GENDER AND MAJOR.                               *
001500*   DEL IS A SINGLE CARD (ACTION AND KEY ONLY).                 *
001510*   MAJ IS A SINGLE CARD: ACTION, STUDENT-ID AND KEY-ID OF THE  *
001520*   MASTER RECORD, THEN COLS 14-16 NEW MAJOR, 17-22 EFFECTIVE   *
001530*   SEMESTER (MUST BE ON SEMTBL) AND 23-30 OPERATOR ID.  THE    *
001540*   NEW MAJOR'S DEPARTMENT MUST BE ON DEPTTBL.  A 44-BYTE MAJOR *
001550*   HISTORY RECORD (TYPE 'MJ', KEY-ID 800-899, NEXT FREE) IS    *
001560*   WRITTEN INTO THE STUDENT'S KEY GROUP WITH THE OLD AND NEW   *
001570*   MAJOR, THE EFFECTIVE SEMESTER, THE DATE AND THE OPERATOR,   *
001580*   THEN SIR-MAJOR IS REWRITTEN.  A CHG MAY NOT ALTER THE       *
001590*   MAJOR: A BLANK MAJOR ON CARD 2 KEEPS THE ONE ON FILE.       *
001600* GENDER AND STATE CODES ARE VALIDATED ON THE WAY IN.  A CHG    *
001700* OR DEL WHOSE KEY IS NOT AN 83-BYTE MASTER RECORD IS REJECTED, *
001800* AND A DEL IS REFUSED WHILE THE STUDENT STILL HAS ENROLLMENT   *
002000* APPLIED CHANGE SHOWS UP ON THE VSIOAUD BEFORE/AFTER AUDIT     *
002100* TRAIL LIKE ANY OTHER WRITE.  EVERY TRANSACTION IS LISTED ON   *
002200* A MAINTENANCE REGISTER (SYSPRINT).                            *
002210* AN ADD, OR A CHG THAT ALTERS THE ADDRESS BLOCK (STREET, CITY, *
002220* STATE OR ZIP), REMOVES THE STUDENT'S RETURNED-MAIL FLAG FROM  *
002230* MAILTBL (SEE MAILMNT) SO THE LETTER RUNS MAIL TO THEM AGAIN.  *
002300*                                                                 *
002400* MODIFICATION HISTORY.                                          *
002500*   DATE       INIT  DESCRIPTION                                 *
002600*   08/10/2026 JM    ORIGINAL PROGRAM.                           *
002610*   10/15/2026 JM    MAJ CHANGE-OF-MAJOR TRANSACTION WITH THE    *
002620*                    'MJ' MAJOR HISTORY RECORD; CHG NO LONGER    *
002630*                    OVERWRITES THE MAJOR.                       *
002640*   10/15/2026 JM    A NEW ADDRESS CLEARS THE RETURNED-MAIL      *
002650*                    FLAG ON MAILTBL.                            *
002700* ************************************************************* *
002800
002900 ENVIRONMENT DIVISION.
005200         88  MC-ACTION-ADD               VALUE 'ADD'.
005300         88  MC-ACTION-CHANGE            VALUE 'CHG'.
005400         88  MC-ACTION-DELETE            VALUE 'DEL'.
005410         88  MC-ACTION-MAJOR             VALUE 'MAJ'.
005500     02  MC-STUDENT-ID           PIC X(07).
005600     02  MC-KEY-ID               PIC 9(03).
005700     02  MC-NAME                 PIC X(22).
006400     02  MC2-GENDER              PIC X(01).
006500     02  MC2-MAJOR               PIC X(03).
006600     02  FILLER                  PIC X(54).
006610 01  MAJOR-CARD-RECORD REDEFINES MAINT-CARD-RECORD.
006620     02  FILLER                  PIC X(13).
006630     02  MC3-NEW-MAJOR           PIC X(03).
006640     02  FILLER                  REDEFINES MC3-NEW-MAJOR.
006650         03  MC3-NEW-MAJOR-DEPT  PIC 9(02).
006660         03  FILLER              PIC X(01).
006670     02  MC3-EFFECTIVE-TERM      PIC X(06).
006680     02  MC3-OPERATOR-ID         PIC X(08).
006690     02  FILLER                  PIC X(50).
006700
006800 FD  REPORT-FILE
006900     LABEL RECORDS ARE OMITTED
007900 77  CARD-COUNTER                PIC S9(8) COMP VALUE ZERO.
008000 77  APPLIED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008100 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
008110 77  MAIL-CLEARED-COUNTER        PIC S9(8) COMP VALUE ZERO.
008200
008300 77  WS-ENROLLMENT-FOUND-SW      PIC X(01)   VALUE 'N'.
008400     88  WS-ENROLLMENT-FOUND                 VALUE 'Y'.
008500 77  WS-SCAN-DONE-SWITCH         PIC X(01)   VALUE 'N'.
008600     88  WS-SCAN-DONE                        VALUE 'Y'.
008610 77  WS-ADDRESS-CHANGED-SW       PIC X(01)   VALUE 'N'.
008620     88  WS-ADDRESS-CHANGED                  VALUE 'Y'.
008630 77  WS-MAIL-CLEARED-SW          PIC X(01)   VALUE 'N'.
008640     88  WS-MAIL-CLEARED                     VALUE 'Y'.
008700
008800 01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
008810 01  WS-NEXT-HISTORY-KEY         PIC 9(03)   VALUE ZERO.
008820
008830 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
008840 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
008850     02  WS-RUN-YY               PIC 9(02).
008860     02  WS-RUN-MM               PIC 9(02).
008870     02  WS-RUN-DD               PIC 9(02).
008880 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
008890 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
008891     02  WS-TODAY-CCYY           PIC 9(04).
008892     02  WS-TODAY-MM             PIC 9(02).
008893     02  WS-TODAY-DD             PIC 9(02).
008894
008895 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
008900
009000 01  WS-STATE-CODE               PIC X(02).
009100     88  WS-VALID-STATE          VALUE 'AL' 'AK' 'AZ' 'AR' 'CA'
009700
009800 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
009900 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
009910 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
009920 01  SEMESTER-TABLE-FILE         COPY VSAMIOFB.
009930 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
010000 01  STUDENT-RECORD-AREA         PIC X(83).
010100
010200 01  STUDENT-INFO-RECORD.
010900     02  SIR-ZIPCODE             PIC 9(05).
011000     02  SIR-GENDER              PIC X(01).
011100     02  SIR-MAJOR               PIC X(03).
011101
011102 01  RETURNED-MAIL-RECORD.
011103     02  MRT-STUDENT-ID          PIC X(07).
011104     02  MRT-RETURNED-DATE       PIC 9(08).
011105     02  MRT-ENTERED-DATE        PIC 9(08).
011106     02  MRT-OPERATOR-ID         PIC X(08).
011107     02  FILLER                  PIC X(09).
011110
011120* ************************************************************** *
011130* THE MAJOR HISTORY RECORD TYPE ON STUDENT-MASTER-FILE (44       *
011140* BYTES, TYPE 'MJ', KEY-IDS 800-899 IN ORDER OF CHANGE): ONE PER *
011150* CHANGE OF MAJOR, WRITTEN BY THE MAJ TRANSACTION.               *
011160* ************************************************************** *
011170 01  MAJOR-HISTORY-RECORD.
011180     02  MHR-STUDENT-ID          PIC X(07).
011190     02  MHR-KEY-ID              PIC 9(03).
011191     02  MHR-TYPE                PIC X(02).
011192         88  MHR-IS-MAJOR-CHANGE         VALUE 'MJ'.
011193     02  MHR-EFFECTIVE-TERM      PIC X(06).
011194     02  MHR-OLD-MAJOR           PIC X(03).
011195     02  MHR-NEW-MAJOR           PIC X(03).
011196     02  MHR-CHANGE-DATE         PIC 9(08).
011197     02  MHR-OPERATOR-ID         PIC X(08).
011198     02  FILLER                  PIC X(04).
011199
011200 01  DEPARTMENT-TABLE-RECORD.
011201     02  DTR-NUMBER              PIC 9(02).
011202     02  DTR-NAME                PIC X(30).
011203     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
011204     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
011205
011206 01  SEMESTER-TABLE-RECORD.
011207     02  SMR-CODE                PIC X(06).
011208     02  FILLER                  PIC X(118).
011200
011300 01  REGISTER-LINE.
011400     02  RL-ACTION               PIC X(03).
013000     02  TL-APPLIED-COUNT        PIC ZZZZ9.
013100     02  FILLER                  PIC X(12) VALUE '  REJECTED: '.
013200     02  TL-REJECT-COUNT         PIC ZZZZ9.
013300     02  FILLER                  PIC X(22) VALUE
013310         '  MAIL FLAGS CLEARED: '.
013320     02  TL-MAIL-CLEARED-COUNT   PIC ZZZZ9.
013330     02  FILLER                  PIC X(55) VALUE SPACES.
013400
013500 PROCEDURE DIVISION.
013600
015900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016000         STOP RUN.
016100*    END-IF.
016110
016120     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
016130     MOVE VSIO-KSDS TO
016140         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
016150     MOVE VSIO-DIRECT TO VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
016160     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
016170     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
016180     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
016190     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
016200     MOVE VSIO-OPEN TO VSIO-COMMAND.
016210     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016220                         DEPARTMENT-TABLE-FILE,
016230                         DEPARTMENT-TABLE-RECORD.
016240*    END-CALL.
016250     IF NOT VSIO-SUCCESS
016260         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016270         STOP RUN.
016280*    END-IF.
016290
016300     MOVE 'SEMTBL' TO VSIO-DDNAME OF SEMESTER-TABLE-FILE.
016310     MOVE VSIO-KSDS TO
016320         VSIO-ORGANIZATION OF SEMESTER-TABLE-FILE.
016330     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SEMESTER-TABLE-FILE.
016340     MOVE VSIO-INPUT TO VSIO-MODE OF SEMESTER-TABLE-FILE.
016350     MOVE +124 TO VSIO-RECORD-LENGTH OF SEMESTER-TABLE-FILE.
016360     MOVE +0 TO VSIO-KEY-POSITION OF SEMESTER-TABLE-FILE.
016370     MOVE +6 TO VSIO-KEY-LENGTH OF SEMESTER-TABLE-FILE.
016380     MOVE VSIO-OPEN TO VSIO-COMMAND.
016390     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016400                         SEMESTER-TABLE-FILE,
016410                         SEMESTER-TABLE-RECORD.
016420*    END-CALL.
016430     IF NOT VSIO-SUCCESS
016440         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016450         STOP RUN.
016460*    END-IF.
016470
016480     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
016490     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
016500     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
016510     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
016520     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
016530     MOVE WS-RUN-MM TO WS-TODAY-MM.
016540     MOVE WS-RUN-DD TO WS-TODAY-DD.
016550
016552     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
016554     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
016556     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
016558     MOVE VSIO-I-O TO VSIO-MODE OF RETURNED-MAIL-FILE.
016560     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
016562     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
016564     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
016566     MOVE VSIO-OPEN TO VSIO-COMMAND.
016568     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016570                         RETURNED-MAIL-FILE,
016572                         RETURNED-MAIL-RECORD.
016574*    END-CALL.
016576     IF NOT VSIO-SUCCESS
016578         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
016580         STOP RUN.
016582*    END-IF.
016584
016600 010-PROCESS.
016400
016500     READ MAINT-CARD-FILE
016600         AT END
017700     MOVE CARD-COUNTER TO TL-CARD-COUNT.
017800     MOVE APPLIED-COUNTER TO TL-APPLIED-COUNT.
017900     MOVE REJECT-COUNTER TO TL-REJECT-COUNT.
017910     MOVE MAIL-CLEARED-COUNTER TO TL-MAIL-CLEARED-COUNT.
018000     WRITE REPORT-LINE FROM TOTAL-LINE.
018100
018200     CLOSE MAINT-CARD-FILE.
019000     IF NOT VSIO-SUCCESS
019100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
019200*    END-IF.
019210     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019220                         DEPARTMENT-TABLE-FILE,
019230                         DEPARTMENT-TABLE-RECORD.
019240*    END-CALL.
019250     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019260                         SEMESTER-TABLE-FILE,
019270                         SEMESTER-TABLE-RECORD.
019280*    END-CALL.
019282     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019284                         RETURNED-MAIL-FILE,
019286                         RETURNED-MAIL-RECORD.
019288*    END-CALL.
019290     IF NOT VSIO-SUCCESS
019292         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
019294*    END-IF.
019300
019400     DISPLAY 'STUMAINT: CARDS READ: ' CARD-COUNTER.
019500     DISPLAY 'STUMAINT: APPLIED:    ' APPLIED-COUNTER.
019600     DISPLAY 'STUMAINT: REJECTED:   ' REJECT-COUNTER.
019610     DISPLAY 'STUMAINT: MAIL FLAGS CLEARED: '
019620         MAIL-CLEARED-COUNTER.
019700     STOP RUN.
019800
019900 110-PROCESS-TRANSACTION.
020000
020100     ADD +1 TO CARD-COUNTER.
020200     MOVE SPACES TO WS-REJECT-REASON.
020210     MOVE 'N' TO WS-ADDRESS-CHANGED-SW.
020220     MOVE 'N' TO WS-MAIL-CLEARED-SW.
020300     MOVE MC-ACTION TO RL-ACTION.
020400     MOVE MC-STUDENT-ID TO RL-STUDENT-ID.
020500     MOVE MC-KEY-ID TO RL-KEY-ID.
021000             PERFORM 200-APPLY-ADD-OR-CHANGE THRU 209-EXIT
021100         WHEN MC-ACTION-DELETE
021200             PERFORM 300-APPLY-DELETE THRU 309-EXIT
021210         WHEN MC-ACTION-MAJOR
021220             PERFORM 400-APPLY-MAJOR-CHANGE THRU 409-EXIT
021300         WHEN OTHER
021400             MOVE 'ACTION NOT ADD/CHG/DEL/MAJ' TO WS-REJECT-REASON
021500             PERFORM 180-WRITE-REJECT THRU 189-EXIT
021600     END-EVALUATE.
021700
022800* WRITES (ADD) OR REWRITES (CHG) IT THROUGH VSAMIO.  GENDER AND  *
022900* STATE ARE VALIDATED FIRST; A CHG WHOSE TARGET IS NOT AN        *
023000* 83-BYTE MASTER RECORD IS REJECTED SO AN ENROLLMENT RECORD      *
023100* CANNOT BE OVERLAID BY ACCIDENT.  A CHG CARRIES THE MAJOR ON    *
023110* FILE FORWARD; CHANGING IT TAKES A MAJ CARD SO THE CHANGE IS    *
023120* RECORDED IN THE MAJOR HISTORY.                                 *
023200* ************************************************************** *
023300 200-APPLY-ADD-OR-CHANGE.
023400
028800             PERFORM 180-WRITE-REJECT THRU 189-EXIT
028900             GO TO 209-EXIT
029000         END-IF
029010         IF SIR-MAJOR EQUAL SPACES
029020             MOVE STUDENT-RECORD-AREA (81:3) TO SIR-MAJOR
029030         END-IF
029040         IF SIR-MAJOR NOT EQUAL STUDENT-RECORD-AREA (81:3)
029050             MOVE 'MAJOR CHANGE NEEDS A MAJ CARD' TO
029060                 WS-REJECT-REASON
029070             PERFORM 180-WRITE-REJECT THRU 189-EXIT
029080             GO TO 209-EXIT
029090         END-IF
029092         IF STUDENT-INFO-RECORD (33:47) NOT EQUAL
029094                 STUDENT-RECORD-AREA (33:47)
029096             MOVE 'Y' TO WS-ADDRESS-CHANGED-SW
029098         END-IF
029100     END-IF.
029200
029210     IF MC-ACTION-ADD
029220         MOVE 'Y' TO WS-ADDRESS-CHANGED-SW.
029230*    END-IF.
029240
029300     MOVE STUDENT-INFO-RECORD TO STUDENT-RECORD-AREA.
029400     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
029500     IF MC-ACTION-ADD
030100                         STUDENT-MASTER-FILE,
030200                         STUDENT-RECORD-AREA.
030300*    END-CALL.
030310     IF VSIO-SUCCESS AND WS-ADDRESS-CHANGED
030320         PERFORM 250-CLEAR-RETURNED-MAIL THRU 259-EXIT.
030330*    END-IF.
030400     PERFORM 170-REPORT-RESULT THRU 179-EXIT.
030500
030600 209-EXIT.
030700     EXIT.
030800
030803* ************************************************************** *
030806* A NEW ADDRESS ON FILE: REMOVES THE STUDENT'S RETURNED-MAIL     *
030809* FLAG, IF ANY, SO THE LETTER RUNS STOP HOLDING THEIR MAIL.  NO  *
030812* FLAG ON FILE IS THE USUAL CASE AND IS NOT AN ERROR.            *
030815* ************************************************************** *
030818 250-CLEAR-RETURNED-MAIL.
030821
030824     MOVE SPACES TO RETURNED-MAIL-RECORD.
030827     MOVE MC-STUDENT-ID TO MRT-STUDENT-ID.
030830     MOVE VSIO-DELETE TO VSIO-COMMAND.
030833     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030836                         RETURNED-MAIL-FILE,
030839                         RETURNED-MAIL-RECORD.
030842*    END-CALL.
030845     IF VSIO-SUCCESS
030848         MOVE 'Y' TO WS-MAIL-CLEARED-SW
030851         ADD +1 TO MAIL-CLEARED-COUNTER
030854     ELSE
030857         IF NOT VSIO-RECORD-NOT-FOUND
030860             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
030863*        END-IF
030866*    END-IF.
030869     MOVE +0 TO VSIO-RETURN-CODE.
030872
030875 259-EXIT.
030878     EXIT.
030881
030900* ************************************************************** *
031000* DELETES ONE 83-BYTE MASTER RECORD.  THE DELETE IS REFUSED      *
031100* WHEN ANY COURSE/ENROLLMENT RECORD FOR THE SAME STUDENT-ID IS   *
041000
041100 325-EXIT.
041200     EXIT.
041210
041220* ************************************************************** *
041230* APPLIES ONE MAJ CARD.  THE NEW MAJOR'S DEPARTMENT MUST BE ON   *
041240* DEPTTBL, THE EFFECTIVE SEMESTER ON SEMTBL, AND THE MAJOR MUST  *
041250* ACTUALLY CHANGE.  THE 'MJ' HISTORY RECORD IS WRITTEN FIRST AT  *
041260* THE NEXT FREE KEY-ID IN 800-899, THEN THE MASTER IS REWRITTEN  *
041270* WITH THE NEW MAJOR; BOTH WRITES CARRY THE CARD'S OPERATOR ID   *
041280* ONTO THE VSIOAUD TRAIL.                                        *
041290* ************************************************************** *
041300 400-APPLY-MAJOR-CHANGE.
041310
041320     IF MC3-OPERATOR-ID EQUAL SPACES
041330         MOVE 'NO OPERATOR ID ON MAJ CARD' TO WS-REJECT-REASON
041340         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041350         GO TO 409-EXIT.
041360*    END-IF.
041370
041380     IF MC3-NEW-MAJOR-DEPT NOT NUMERIC
041390         MOVE 'NEW MAJOR NOT A DEPARTMENT' TO WS-REJECT-REASON
041400         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041410         GO TO 409-EXIT.
041420*    END-IF.
041430     MOVE MC3-NEW-MAJOR-DEPT TO DTR-NUMBER.
041440     MOVE VSIO-READ TO VSIO-COMMAND.
041450     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041460                         DEPARTMENT-TABLE-FILE,
041470                         DEPARTMENT-TABLE-RECORD.
041480*    END-CALL.
041490     IF NOT VSIO-SUCCESS
041500         MOVE 'NEW MAJOR NOT ON DEPTTBL' TO WS-REJECT-REASON
041510         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041520         GO TO 409-EXIT.
041530*    END-IF.
041540
041550     MOVE MC3-EFFECTIVE-TERM TO SMR-CODE.
041560     MOVE VSIO-READ TO VSIO-COMMAND.
041570     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041580                         SEMESTER-TABLE-FILE,
041590                         SEMESTER-TABLE-RECORD.
041600*    END-CALL.
041610     IF NOT VSIO-SUCCESS
041620         MOVE 'EFFECTIVE TERM NOT ON SEMTBL' TO WS-REJECT-REASON
041630         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041640         GO TO 409-EXIT.
041650*    END-IF.
041660
041670     PERFORM 420-READ-MASTER THRU 429-EXIT.
041680     IF WS-REJECT-REASON NOT EQUAL SPACES
041690         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041700         GO TO 409-EXIT.
041710*    END-IF.
041720     IF SIR-MAJOR EQUAL MC3-NEW-MAJOR
041730         MOVE 'STUDENT ALREADY IN THAT MAJOR' TO WS-REJECT-REASON
041740         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041750         GO TO 409-EXIT.
041760*    END-IF.
041770
041780     PERFORM 430-FIND-NEXT-HISTORY-KEY THRU 439-EXIT.
041790     IF WS-NEXT-HISTORY-KEY GREATER THAN 899
041800         MOVE 'MAJOR HISTORY KEYS EXHAUSTED' TO WS-REJECT-REASON
041810         PERFORM 180-WRITE-REJECT THRU 189-EXIT
041820         GO TO 409-EXIT.
041830*    END-IF.
041840
041850     MOVE SPACES TO MAJOR-HISTORY-RECORD.
041860     MOVE SIR-STUDENT-ID TO MHR-STUDENT-ID.
041870     MOVE WS-NEXT-HISTORY-KEY TO MHR-KEY-ID.
041880     MOVE 'MJ' TO MHR-TYPE.
041890     MOVE MC3-EFFECTIVE-TERM TO MHR-EFFECTIVE-TERM.
041900     MOVE SIR-MAJOR TO MHR-OLD-MAJOR.
041910     MOVE MC3-NEW-MAJOR TO MHR-NEW-MAJOR.
041920     MOVE WS-TODAY-CCYYMMDD TO MHR-CHANGE-DATE.
041930     MOVE MC3-OPERATOR-ID TO MHR-OPERATOR-ID.
041940     MOVE MC3-OPERATOR-ID TO VSIO-OPERATOR-ID.
041950     MOVE SPACES TO STUDENT-RECORD-AREA.
041960     MOVE MAJOR-HISTORY-RECORD TO STUDENT-RECORD-AREA (1:44).
041970     MOVE +44 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
041980     MOVE VSIO-WRITE TO VSIO-COMMAND.
041990     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042000                         STUDENT-MASTER-FILE,
042010                         STUDENT-RECORD-AREA.
042020*    END-CALL.
042030     IF NOT VSIO-SUCCESS
042040         MOVE SPACES TO VSIO-OPERATOR-ID
042050         PERFORM 170-REPORT-RESULT THRU 179-EXIT
042060         GO TO 409-EXIT.
042070*    END-IF.
042080
042090     PERFORM 420-READ-MASTER THRU 429-EXIT.
042100     MOVE MC3-NEW-MAJOR TO SIR-MAJOR.
042110     MOVE STUDENT-INFO-RECORD TO STUDENT-RECORD-AREA.
042120     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
042130     MOVE VSIO-REWRITE TO VSIO-COMMAND.
042140     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042150                         STUDENT-MASTER-FILE,
042160                         STUDENT-RECORD-AREA.
042170*    END-CALL.
042180     MOVE SPACES TO VSIO-OPERATOR-ID.
042190     PERFORM 170-REPORT-RESULT THRU 179-EXIT.
042200
042210 409-EXIT.
042220     EXIT.
042230
042240* ************************************************************** *
042250* READS THE MASTER RECORD NAMED ON THE CARD INTO                 *
042260* STUDENT-INFO-RECORD, SETTING WS-REJECT-REASON WHEN IT IS NOT   *
042270* ON FILE OR IS NOT AN 83-BYTE MASTER.                           *
042280* ************************************************************** *
042290 420-READ-MASTER.
042300
042310     MOVE SPACES TO WS-REJECT-REASON.
042320     MOVE SPACES TO STUDENT-RECORD-AREA.
042330     MOVE MC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
042340     MOVE MC-KEY-ID TO STUDENT-RECORD-AREA (8:3).
042350     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
042360     MOVE VSIO-READ TO VSIO-COMMAND.
042370     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042380                         STUDENT-MASTER-FILE,
042390                         STUDENT-RECORD-AREA.
042400*    END-CALL.
042410     IF NOT VSIO-SUCCESS
042420         MOVE 'RECORD NOT ON FILE' TO WS-REJECT-REASON
042430         GO TO 429-EXIT.
042440*    END-IF.
042450     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +83
042460         MOVE 'KEY IS NOT A STUDENT MASTER' TO WS-REJECT-REASON
042470         GO TO 429-EXIT.
042480*    END-IF.
042490     MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
042500
042510 429-EXIT.
042520     EXIT.
042530
042540* ************************************************************** *
042550* SETS WS-NEXT-HISTORY-KEY ONE PAST THE HIGHEST KEY-ID IN        *
042560* 800-899 ALREADY USED IN THE STUDENT'S KEY GROUP (800 WHEN      *
042570* THERE IS NONE).  POSITIONS AT KEY-ID 800 AND READS FORWARD     *
042580* UNTIL THE STUDENT-ID CHANGES OR KEY-ID 900 IS REACHED.         *
042590* ************************************************************** *
042600 430-FIND-NEXT-HISTORY-KEY.
042610
042620     MOVE 800 TO WS-NEXT-HISTORY-KEY.
042630     MOVE 'N' TO WS-SCAN-DONE-SWITCH.
042640
042650     MOVE SPACES TO STUDENT-RECORD-AREA.
042660     MOVE MC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
042670     MOVE '800' TO STUDENT-RECORD-AREA (8:3).
042680     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
042690     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042700                         STUDENT-MASTER-FILE,
042710                         STUDENT-RECORD-AREA.
042720*    END-CALL.
042730     IF NOT VSIO-SUCCESS
042740         MOVE 'Y' TO WS-SCAN-DONE-SWITCH.
042750*    END-IF.
042760
042770     PERFORM 435-SCAN-HISTORY-KEY
042780        THRU 435-EXIT
042790       UNTIL WS-SCAN-DONE.
042800*    END-PERFORM.
042810     MOVE +0 TO VSIO-RETURN-CODE.
042820
042830 439-EXIT.
042840     EXIT.
042850
042860 435-SCAN-HISTORY-KEY.
042870
042880     MOVE SPACES TO STUDENT-RECORD-AREA (1:10).
042890     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
042900     MOVE VSIO-READ TO VSIO-COMMAND.
042910     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042920                         STUDENT-MASTER-FILE,
042930                         STUDENT-RECORD-AREA.
042940*    END-CALL.
042950     IF NOT VSIO-SUCCESS
042960         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
042970         GO TO 435-EXIT.
042980*    END-IF.
042990
043000     IF STUDENT-RECORD-AREA (1:7) NOT EQUAL MC-STUDENT-ID
043010     OR STUDENT-RECORD-AREA (8:3) NOT LESS THAN '900'
043020         MOVE 'Y' TO WS-SCAN-DONE-SWITCH
043030         GO TO 435-EXIT.
043040*    END-IF.
043050
043060     MOVE STUDENT-RECORD-AREA (8:3) TO WS-NEXT-HISTORY-KEY.
043070     ADD 1 TO WS-NEXT-HISTORY-KEY.
043080
043090 435-EXIT.
043100     EXIT.
041300
041400* ************************************************************** *
041500* WRITES THE REGISTER ENTRY AFTER A VSAMIO WRITE, REWRITE OR     *
042200         ADD +1 TO APPLIED-COUNTER
042300         MOVE 'APPLIED' TO RL-RESULT
042400         MOVE SPACES TO RL-REASON
042410         IF WS-MAIL-CLEARED
042420             MOVE 'RETURNED-MAIL FLAG CLEARED' TO RL-REASON
042430         END-IF
042500     ELSE
042600         ADD +1 TO REJECT-COUNTER
042700         MOVE 'REJECTED' TO RL-RESULT
