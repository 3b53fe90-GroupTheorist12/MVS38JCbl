001500* BLANK FOR STUMAINT TO FILL), AND RECORDS THE STD-NO-TO-ID     *
001600* LINK ON STDXREF (SOURCE 'B').  A REGISTER LISTS EVERY ID      *
001700* ASSIGNED AND EVERY REJECT.                                    *
001710* A SECOND PASS READS THE ADMISSIONS APPLICANT CLUSTER          *
001720* (APPLMST, MAINTAINED BY APPLMNT) AND ONBOARDS EVERY DEPOSITED *
001730* APPLICANT NOT YET GIVEN A STUDENT-ID THE SAME WAY, CARRYING   *
001740* THE APPLICANT'S ADDRESS AND INTENDED MAJOR ONTO THE MASTER    *
001750* RECORD AND POSTING THE NEW ID AND ONBOARD DATE BACK ONTO THE  *
001760* APPLICANT FOR THE APPLYLD YIELD REPORT.                       *
001800*                                                                 *
001900* MODIFICATION HISTORY.                                          *
002000*   DATE       INIT  DESCRIPTION                                 *
002100*   08/23/2026 JM    ORIGINAL PROGRAM.                           *
002110*   10/15/2026 JM    ONBOARD DEPOSITED APPLICANTS FROM APPLMST.  *
002200* ************************************************************* *
002300
002400 ENVIRONMENT DIVISION.
006200     88  END-OF-FILE                         VALUE 'Y'.
006300 77  SCAN-EOF-SWITCH             PIC X(01)   VALUE 'N'.
006400     88  SCAN-EOF                            VALUE 'Y'.
006410 77  APPLICANT-EOF-SWITCH        PIC X(01)   VALUE 'N'.
006420     88  APPLICANT-EOF                       VALUE 'Y'.
006500
006600 77  ACCEPTED-COUNTER            PIC S9(8) COMP VALUE ZERO.
006700 77  ASSIGNED-COUNTER            PIC S9(8) COMP VALUE ZERO.
006800 77  REJECT-COUNTER              PIC S9(8) COMP VALUE ZERO.
006810 77  APPLICANT-COUNTER           PIC S9(8) COMP VALUE ZERO.
006900
007000 77  WS-NEXT-ID                  PIC 9(07)   VALUE ZERO.
007100 01  WS-ID-FIELD                 PIC X(07)   VALUE SPACES.
007300                                 PIC 9(07).
007400
007500 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
007508 01  FILLER REDEFINES WS-RUN-DATE.
007516     02  WS-RUN-YY               PIC 9(02).
007524     02  WS-RUN-MM               PIC 9(02).
007532     02  WS-RUN-DD               PIC 9(02).
007540 01  WS-TODAY-CCYYMMDD           PIC 9(08)   VALUE ZERO.
007548 01  FILLER REDEFINES WS-TODAY-CCYYMMDD.
007556     02  WS-TODAY-CCYY           PIC 9(04).
007564     02  WS-TODAY-MM             PIC 9(02).
007572     02  WS-TODAY-DD             PIC 9(02).
007580
007588 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
007600
007700 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
007800 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
009500     02  XRF-LINK-SOURCE         PIC X(01).
009600     02  XRF-LINK-DATE           PIC 9(06).
009700     02  FILLER                  PIC X(03).
009704
009708 01  APPLICANT-FILE              COPY VSAMIOFB.
009712 01  APPLICANT-RECORD.
009716     02  APL-APPLICANT-NO        PIC X(07).
009720     02  APL-NAME                PIC X(22).
009724     02  APL-ADDRESS             PIC X(25).
009728     02  APL-CITY                PIC X(15).
009732     02  APL-STATE               PIC X(02).
009736     02  APL-ZIPCODE             PIC 9(05).
009740     02  APL-GENDER              PIC X(01).
009744     02  APL-MAJOR               PIC X(03).
009748     02  APL-ENTRY-TERM          PIC X(06).
009752     02  APL-STATUS              PIC X(02).
009756         88  APL-DEPOSITED               VALUE 'DP'.
009760     02  APL-APPLIED-DATE        PIC 9(08).
009764     02  APL-ADMITTED-DATE       PIC 9(08).
009768     02  APL-DENIED-DATE         PIC 9(08).
009772     02  APL-DEPOSIT-DATE        PIC 9(08).
009776     02  APL-WITHDRAWN-DATE      PIC 9(08).
009780     02  APL-STUDENT-ID          PIC X(07).
009784     02  APL-ONBOARD-DATE        PIC 9(08).
009788     02  FILLER                  PIC X(07).
009800
009900 01  HEADING-LINE-1.
010000     02  FILLER                  PIC X(44)   VALUE
011000     02  FILLER                  PIC X(02)   VALUE SPACES.
011100     02  RL-DISPOSITION          PIC X(35).
011200     02  FILLER                  PIC X(61)   VALUE SPACES.
011204
011208 01  APPLICANT-HEADING-LINE.
011212     02  FILLER                  PIC X(44)   VALUE
011216         'STDONBRD - DEPOSITED APPLICANT ONBOARD REGIS'.
011220     02  FILLER                  PIC X(04)   VALUE 'TER '.
011224     02  FILLER                  PIC X(84)   VALUE SPACES.
011228
011232 01  APPLICANT-REGISTER-LINE.
011236     02  ARL-APPLICANT-NO        PIC X(07).
011240     02  FILLER                  PIC X(02)   VALUE SPACES.
011244     02  ARL-NAME                PIC X(22).
011248     02  FILLER                  PIC X(02)   VALUE SPACES.
011252     02  ARL-ENTRY-TERM          PIC X(06).
011256     02  FILLER                  PIC X(02)   VALUE SPACES.
011260     02  ARL-STUDENT-ID          PIC X(07).
011264     02  FILLER                  PIC X(02)   VALUE SPACES.
011268     02  ARL-DISPOSITION         PIC X(35).
011272     02  FILLER                  PIC X(47)   VALUE SPACES.
011276
011280 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
011300
011400 PROCEDURE DIVISION.
011500
011600 000-INITIATE.
011700
011800     ACCEPT WS-RUN-DATE FROM DATE.
011810     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
011820     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
011830     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
011840     MOVE YRWIN-4-DIGIT-YEAR TO WS-TODAY-CCYY.
011850     MOVE WS-RUN-MM TO WS-TODAY-MM.
011860     MOVE WS-RUN-DD TO WS-TODAY-DD.
011900
012000     OPEN INPUT ACCEPTED-FILE.
012100     OPEN OUTPUT REPORT-FILE.
015400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015500         STOP RUN.
015600*    END-IF.
015605
015610     MOVE 'APPLMST' TO VSIO-DDNAME OF APPLICANT-FILE.
015615     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF APPLICANT-FILE.
015620     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF APPLICANT-FILE.
015625     MOVE VSIO-I-O TO VSIO-MODE OF APPLICANT-FILE.
015630     MOVE +150 TO VSIO-RECORD-LENGTH OF APPLICANT-FILE.
015635     MOVE +0 TO VSIO-KEY-POSITION OF APPLICANT-FILE.
015640     MOVE +7 TO VSIO-KEY-LENGTH OF APPLICANT-FILE.
015645     MOVE VSIO-OPEN TO VSIO-COMMAND.
015650     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015655                         APPLICANT-FILE,
015660                         APPLICANT-RECORD.
015665*    END-CALL.
015670     IF NOT VSIO-SUCCESS
015675         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015680         STOP RUN.
015685*    END-IF.
015700
015800     PERFORM 050-SCAN-FOR-HIGHEST-ID
015900        THRU 059-EXIT
017100        THRU 119-EXIT
017200       UNTIL END-OF-FILE.
017300*    END-PERFORM.
017310
017320     WRITE REPORT-LINE FROM BLANK-LINE.
017330     WRITE REPORT-LINE FROM APPLICANT-HEADING-LINE.
017340     PERFORM 150-ONBOARD-ONE-APPLICANT
017350        THRU 159-EXIT
017360       UNTIL APPLICANT-EOF.
017370*    END-PERFORM.
017400
017500 020-TERMINATE.
017600
019000     IF NOT VSIO-SUCCESS
019100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
019200*    END-IF.
019210
019220     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019230                         APPLICANT-FILE,
019240                         APPLICANT-RECORD.
019250*    END-CALL.
019260     IF NOT VSIO-SUCCESS
019270         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
019280*    END-IF.
019300
019400     CLOSE ACCEPTED-FILE.
019500     CLOSE REPORT-FILE.
019600
019700     DISPLAY 'STDONBRD: ACCEPTED RECORDS READ: '
019800         ACCEPTED-COUNTER.
019810     DISPLAY 'STDONBRD: DEPOSITED APPLICANTS:  '
019820         APPLICANT-COUNTER.
019900     DISPLAY 'STDONBRD: IDS ASSIGNED:          '
020000         ASSIGNED-COUNTER.
020100     DISPLAY 'STDONBRD: REJECTED:              '
032800
032900 119-EXIT.
033000     EXIT.
033001
033002* ************************************************************* *
033003* ONBOARDS ONE DEPOSITED APPLICANT FROM APPLMST: ANY OTHER      *
033004* STATUS, OR AN APPLICANT ALREADY CARRYING A STUDENT-ID, IS     *
033005* PASSED OVER.  THE MASTER RECORD TAKES THE APPLICANT'S NAME,   *
033006* ADDRESS, GENDER AND INTENDED MAJOR; THE NEW ID AND THE RUN    *
033007* DATE ARE THEN REWRITTEN ONTO THE APPLICANT.                   *
033008* ************************************************************* *
033009 150-ONBOARD-ONE-APPLICANT.
033010
033011     MOVE SPACES TO APPLICANT-RECORD.
033012     MOVE VSIO-READ TO VSIO-COMMAND.
033013     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033014                         APPLICANT-FILE,
033015                         APPLICANT-RECORD.
033016*    END-CALL.
033017     IF NOT VSIO-SUCCESS
033018         IF VSIO-END-OF-FILE
033019             MOVE 'Y' TO APPLICANT-EOF-SWITCH
033020             GO TO 159-EXIT
033021         ELSE
033022             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033023             MOVE 'Y' TO APPLICANT-EOF-SWITCH
033024             GO TO 159-EXIT.
033025*        END-IF
033026*    END-IF.
033027
033028     IF NOT APL-DEPOSITED
033029     OR APL-STUDENT-ID NOT EQUAL SPACES
033030         GO TO 159-EXIT.
033031*    END-IF.
033032
033033     ADD +1 TO APPLICANT-COUNTER.
033034     MOVE APL-APPLICANT-NO TO ARL-APPLICANT-NO.
033035     MOVE APL-NAME TO ARL-NAME.
033036     MOVE APL-ENTRY-TERM TO ARL-ENTRY-TERM.
033037     MOVE SPACES TO ARL-STUDENT-ID.
033038
033039     MOVE SPACES TO STUDENT-RECORD-AREA.
033040     MOVE WS-NEXT-ID TO SIR-STUDENT-ID.
033041     MOVE ZERO TO SIR-KEY-ID.
033042     MOVE APL-NAME TO SIR-NAME.
033043     MOVE APL-ADDRESS TO SIR-ADDRESS.
033044     MOVE APL-CITY TO SIR-CITY.
033045     MOVE APL-STATE TO SIR-STATE.
033046     MOVE APL-ZIPCODE TO SIR-ZIPCODE.
033047     MOVE APL-GENDER TO SIR-GENDER.
033048     MOVE APL-MAJOR TO SIR-MAJOR.
033049     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
033050     MOVE VSIO-WRITE TO VSIO-COMMAND.
033051     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033052                         STUDENT-MASTER-FILE,
033053                         STUDENT-RECORD-AREA.
033054*    END-CALL.
033055     IF NOT VSIO-SUCCESS
033056         MOVE 'MASTER WRITE FAILED' TO ARL-DISPOSITION
033057         ADD +1 TO REJECT-COUNTER
033058         WRITE REPORT-LINE FROM APPLICANT-REGISTER-LINE
033059         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033060         MOVE +0 TO VSIO-RETURN-CODE
033061         GO TO 159-EXIT.
033062*    END-IF.
033063
033064     MOVE SIR-STUDENT-ID TO APL-STUDENT-ID.
033065     MOVE WS-TODAY-CCYYMMDD TO APL-ONBOARD-DATE.
033066     MOVE VSIO-REWRITE TO VSIO-COMMAND.
033067     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033068                         APPLICANT-FILE,
033069                         APPLICANT-RECORD.
033070*    END-CALL.
033071     IF NOT VSIO-SUCCESS
033072         MOVE 'APPLICANT REWRITE FAILED' TO ARL-DISPOSITION
033073         ADD +1 TO REJECT-COUNTER
033074         WRITE REPORT-LINE FROM APPLICANT-REGISTER-LINE
033075         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033076         MOVE +0 TO VSIO-RETURN-CODE
033077         GO TO 159-EXIT.
033078*    END-IF.
033079
033080     MOVE APL-STUDENT-ID TO ARL-STUDENT-ID.
033081     MOVE 'ONBOARDED - ID ASSIGNED' TO ARL-DISPOSITION.
033082     WRITE REPORT-LINE FROM APPLICANT-REGISTER-LINE.
033083     ADD +1 TO ASSIGNED-COUNTER.
033084     ADD 1 TO WS-NEXT-ID.
033085
033086 159-EXIT.
033087     EXIT.
033100
033200* ************************************************************** *
033300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
