001800* SYSIN CARD (2 DIGITS; BLANK OR ZERO DEFAULTS TO 12).  A       *
001900* REQUEST FOR A STUDENT-ID NOT ON FILE PRINTS AN EXCEPTION      *
002000* LINE INSTEAD OF A LETTER.                                     *
002010* A STUDENT WITH A PRIVACY BLOCK ON PRIVTBL (PRIVMNT) GETS NO   *
002020* LETTER: A RELEASE BLOCKED NOTICE IS PRINTED IN ITS PLACE SO   *
002030* THE REQUEST CAN BE REFERRED TO THE REGISTRAR, AND THE NOTICES *
002040* ARE COUNTED ON THE RUN TOTALS.                                *
002050* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) GETS NO *
002060* LETTER EITHER; THEY ARE LISTED ON AN ADDRESS NEEDED PAGE.     *
002100*                                                                 *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   08/10/2026 JM    ORIGINAL PROGRAM.                           *
002410*   10/15/2026 JM    RELEASE BLOCKED NOTICE REPLACES THE LETTER  *
002420*                    FOR A STUDENT BLOCKED ON PRIVTBL.           *
002430*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
002440*                    LETTER; ADDRESS NEEDED PAGE ADDED.          *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
007700     88  WS-SCAN-DONE                        VALUE 'Y'.
007800 77  WS-STUDENT-FOUND-SW         PIC X(01)   VALUE 'N'.
007900     88  WS-STUDENT-FOUND                    VALUE 'Y'.
007910 77  WS-RELEASE-BLOCKED-SW       PIC X(01)   VALUE 'N'.
007920     88  WS-RELEASE-BLOCKED                  VALUE 'Y'.
008000
008100 77  LETTER-COUNTER              PIC S9(8) COMP VALUE ZERO.
008200 77  EXCEPTION-COUNTER           PIC S9(8) COMP VALUE ZERO.
008210 77  BLOCKED-COUNTER             PIC S9(8) COMP VALUE ZERO.
008220 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
008230     88  WS-MAIL-RETURNED                    VALUE 'Y'.
008240 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
008250 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
008260 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
008270 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
008300
008400 77  COURSE-COUNT                PIC S9(4) COMP VALUE ZERO.
008500 77  COURSE-IDX                  PIC S9(4) COMP VALUE ZERO.
012300     02  CTR-NUMBER              PIC 9(03).
012400     02  CTR-DESCRIPTION         PIC X(50).
012500     02  CTR-CREDIT-HOURS        PIC 9(01).
012510
012520 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
012530 01  PRIVACY-BLOCK-RECORD.
012540     02  PRV-STUDENT-ID          PIC X(07).
012550     02  PRV-REQUEST-DATE        PIC 9(08).
012560     02  PRV-ENTERED-DATE        PIC 9(08).
012570     02  PRV-OPERATOR-ID         PIC X(08).
012580     02  FILLER                  PIC X(09).
012581
012582 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
012583 01  RETURNED-MAIL-RECORD.
012584     02  MRT-STUDENT-ID          PIC X(07).
012585     02  MRT-RETURNED-DATE       PIC 9(08).
012586     02  MRT-ENTERED-DATE        PIC 9(08).
012587     02  MRT-OPERATOR-ID         PIC X(08).
012588     02  FILLER                  PIC X(09).
012589
012590* ************************************************************** *
012591* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
012592* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
012593* ************************************************************** *
012594 01  ADDRESS-NEEDED-TABLE.
012595     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
012596         03  ANE-STUDENT-ID      PIC X(07).
012597         03  ANE-NAME            PIC X(22).
012598         03  ANE-ADDRESS         PIC X(25).
012599         03  ANE-RETURNED-DATE   PIC 9(08).
012600
012700* ************************************************************** *
012800* COURSES COLLECTED FOR THE LETTER BODY.                         *
020500     02  FILLER                  PIC X(25) VALUE
020600         ' NOT ON STUDENT MASTER   '.
020700     02  FILLER                  PIC X(76) VALUE SPACES.
020710
020720 01  BLOCKED-NOTICE-LINE.
020730     02  FILLER                  PIC X(22) VALUE
020740         '*** RELEASE BLOCKED - '.
020750     02  BNL-STUDENT-ID          PIC X(07).
020760     02  FILLER                  PIC X(45) VALUE
020770         ' PRIVACY BLOCK ON FILE - NO LETTER PRINTED - '.
020780     02  FILLER                  PIC X(22) VALUE
020790         'REFER TO REGISTRAR ***'.
020791     02  FILLER                  PIC X(36) VALUE SPACES.
020800
020802 01  ADDRESS-NEEDED-HEAD-LINE.
020804     02  FILLER                  PIC X(44) VALUE
020806         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
020808     02  FILLER                  PIC X(22) VALUE
020810         ' - NOT MAILED THIS RUN'.
020812     02  FILLER                  PIC X(66) VALUE SPACES.
020814
020816 01  ADDRESS-NEEDED-COLUMN-LINE.
020818     02  FILLER                  PIC X(33) VALUE
020820         'STUDENT  NAME                    '.
020822     02  FILLER                  PIC X(35) VALUE
020824         'ADDRESS ON FILE            RETURNED'.
020826     02  FILLER                  PIC X(64) VALUE SPACES.
020828
020830 01  ADDRESS-NEEDED-LINE.
020832     02  ANL-STUDENT-ID          PIC X(07).
020834     02  FILLER                  PIC X(02) VALUE SPACES.
020836     02  ANL-NAME                PIC X(22).
020838     02  FILLER                  PIC X(02) VALUE SPACES.
020840     02  ANL-ADDRESS             PIC X(25).
020842     02  FILLER                  PIC X(02) VALUE SPACES.
020844     02  ANL-RETURNED-DATE       PIC 9(08).
020846     02  FILLER                  PIC X(64) VALUE SPACES.
020848
020850 01  ADDRESS-NEEDED-FULL-LINE.
020852     02  FILLER                  PIC X(46) VALUE
020854         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
020856     02  FILLER                  PIC X(14) VALUE
020858         'NOT LISTED ***'.
020860     02  FILLER                  PIC X(72) VALUE SPACES.
020862
020864 01  ADDRESS-NEEDED-TOTAL-LINE.
020866     02  FILLER                  PIC X(16) VALUE
020868         'ADDRESS NEEDED: '.
020870     02  ANT-COUNT               PIC ZZZZ9.
020872     02  FILLER                  PIC X(111) VALUE SPACES.
020874
020900 PROCEDURE DIVISION.
021000
021100 000-INITIATE.
025800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
025900         STOP RUN.
026000*    END-IF.
026010
026020     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
026030     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
026040     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
026050     MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
026060     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
026070     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
026080     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
026081     MOVE VSIO-OPEN TO VSIO-COMMAND.
026082     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026083                         PRIVACY-TABLE-FILE,
026084                         PRIVACY-BLOCK-RECORD.
026085*    END-CALL.
026086     IF NOT VSIO-SUCCESS
026087         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026088         STOP RUN.
026089*    END-IF.
026100
026105     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
026110     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
026115     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
026120     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
026125     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
026130     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
026135     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
026140     MOVE VSIO-OPEN TO VSIO-COMMAND.
026145     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026150                         RETURNED-MAIL-FILE,
026155                         RETURNED-MAIL-RECORD.
026160*    END-CALL.
026165     IF NOT VSIO-SUCCESS
026170         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026175         STOP RUN.
026180*    END-IF.
026185
026200 010-PROCESS.
026300
026400     READ REQUEST-CARD-FILE
027300
027400 020-TERMINATE.
027500
027510     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
027520
027600     CLOSE REQUEST-CARD-FILE.
027700     CLOSE REPORT-FILE.
027800
029200     IF NOT VSIO-SUCCESS
029300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
029400*    END-IF.
029410
029420     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029430                         PRIVACY-TABLE-FILE,
029440                         PRIVACY-BLOCK-RECORD.
029450*    END-CALL.
029460     IF NOT VSIO-SUCCESS
029470         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
029480*    END-IF.
029482
029484     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029486                         RETURNED-MAIL-FILE,
029488                         RETURNED-MAIL-RECORD.
029490*    END-CALL.
029492     IF NOT VSIO-SUCCESS
029494         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
029496*    END-IF.
029500
029600     DISPLAY 'ENRLVRFY: LETTERS PRINTED: ' LETTER-COUNTER.
029700     DISPLAY 'ENRLVRFY: EXCEPTIONS:      ' EXCEPTION-COUNTER.
029710     DISPLAY 'ENRLVRFY: RELEASE BLOCKED: ' BLOCKED-COUNTER.
029720     DISPLAY 'ENRLVRFY: ADDRESS NEEDED:  ' ADDRESS-NEEDED-COUNTER.
029800     STOP RUN.
029900
030000 110-PROCESS-REQUEST.
032000       UNTIL WS-SCAN-DONE.
032100*    END-PERFORM.
032200
032210     MOVE 'N' TO WS-RELEASE-BLOCKED-SW.
032220     IF WS-STUDENT-FOUND
032230         PERFORM 140-CHECK-PRIVACY-BLOCK THRU 149-EXIT.
032240*    END-IF.
032242     MOVE 'N' TO WS-MAIL-RETURNED-SW.
032244     IF WS-STUDENT-FOUND AND NOT WS-RELEASE-BLOCKED
032246         PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
032248*    END-IF.
032250
032260     EVALUATE TRUE
032270         WHEN NOT WS-STUDENT-FOUND
032280             ADD +1 TO EXCEPTION-COUNTER
032290             MOVE RQ-STUDENT-ID TO EL-STUDENT-ID
032300             WRITE REPORT-LINE FROM EXCEPTION-LINE
032400                 AFTER ADVANCING PAGE
032500         WHEN WS-RELEASE-BLOCKED
032600             ADD +1 TO BLOCKED-COUNTER
032700             MOVE SIR-STUDENT-ID TO BNL-STUDENT-ID
032800             WRITE REPORT-LINE FROM BLOCKED-NOTICE-LINE
032900                 AFTER ADVANCING PAGE
032910         WHEN WS-MAIL-RETURNED
032920             PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
033000         WHEN OTHER
033010             ADD +1 TO LETTER-COUNTER
033020             PERFORM 130-PRINT-LETTER THRU 139-EXIT
033100     END-EVALUATE.
033200
033300     READ REQUEST-CARD-FILE
033400         AT END
046800
046900 137-EXIT.
047000     EXIT.
047003
047006* ************************************************************** *
047009* LOOKS THE STUDENT UP ON PRIVTBL.  A RECORD ON FILE MEANS THE   *
047012* STUDENT HAS BLOCKED RELEASE OF DIRECTORY INFORMATION.  ANY     *
047015* ERROR OTHER THAN NOT-FOUND IS TREATED AS BLOCKED, SO A FILE    *
047018* PROBLEM NEVER RELEASES WHAT A STUDENT ASKED US TO WITHHOLD.    *
047021* ************************************************************** *
047024 140-CHECK-PRIVACY-BLOCK.
047027
047030     MOVE 'N' TO WS-RELEASE-BLOCKED-SW.
047033     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
047036     MOVE SIR-STUDENT-ID TO PRV-STUDENT-ID.
047039     MOVE VSIO-READ TO VSIO-COMMAND.
047042     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047045                         PRIVACY-TABLE-FILE,
047048                         PRIVACY-BLOCK-RECORD.
047051*    END-CALL.
047054     IF VSIO-SUCCESS
047057         MOVE 'Y' TO WS-RELEASE-BLOCKED-SW
047060     ELSE
047063         IF NOT VSIO-RECORD-NOT-FOUND
047066             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
047069             MOVE 'Y' TO WS-RELEASE-BLOCKED-SW.
047072*        END-IF
047075*    END-IF.
047078
047081 149-EXIT.
047084     EXIT.
047100
047200* ************************************************************** *
047300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
048400
048500 509-EXIT.
048600     EXIT.
048700
048800* ************************************************************** *
048900* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
049000* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
049100* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
049200* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
049300* ************************************************************** *
049400 600-CHECK-RETURNED-MAIL.
049500
049600     MOVE 'N' TO WS-MAIL-RETURNED-SW.
049700     MOVE SPACES TO RETURNED-MAIL-RECORD.
049800     MOVE SIR-STUDENT-ID TO MRT-STUDENT-ID.
049900     MOVE VSIO-READ TO VSIO-COMMAND.
050000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050100                         RETURNED-MAIL-FILE,
050200                         RETURNED-MAIL-RECORD.
050300*    END-CALL.
050400     IF VSIO-SUCCESS
050500         MOVE 'Y' TO WS-MAIL-RETURNED-SW
050600     ELSE
050700         IF NOT VSIO-RECORD-NOT-FOUND
050800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
050900*        END-IF
051000*    END-IF.
051100     MOVE +0 TO VSIO-RETURN-CODE.
051200
051300 609-EXIT.
051400     EXIT.
051500
051600* ************************************************************** *
051700* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
051800* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
051900* ************************************************************** *
052000 610-LIST-ADDRESS-NEEDED.
052100
052200     ADD +1 TO ADDRESS-NEEDED-COUNTER.
052300     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
052400         GO TO 619-EXIT.
052500*    END-IF.
052600     ADD +1 TO ANE-COUNT.
052700     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
052800     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
052900     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
053000     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
053100
053200 619-EXIT.
053300     EXIT.
053400
053500* ************************************************************** *
053600* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
053700* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
053800* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
053900* ************************************************************** *
054000 650-PRINT-ADDRESS-NEEDED.
054100
054200     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
054300         GO TO 659-EXIT.
054400*    END-IF.
054500
054600     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
054700         AFTER ADVANCING PAGE.
054800     WRITE REPORT-LINE FROM BLANK-LINE.
054900     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
055000
055100     MOVE 1 TO ANE-IDX.
055200     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
055300        THRU 655-EXIT
055400       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
055500*    END-PERFORM.
055600
055700     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
055800         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
055900*    END-IF.
056000     WRITE REPORT-LINE FROM BLANK-LINE.
056100     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
056200     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
056300
056400 659-EXIT.
056500     EXIT.
056600
056700 655-PRINT-ONE-ADDRESS-NEEDED.
056800
056900     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
057000     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
057100     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
057200     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
057300     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
057400     ADD 1 TO ANE-IDX.
057500
057600 655-EXIT.
057700     EXIT.
