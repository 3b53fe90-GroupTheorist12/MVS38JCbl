001400* THE SECTION'S MEETING DAYS, TIMES AND ROOM FROM SECTION-      *
001500* TABLE-FILE.  A NOTICE WHOSE STUDENT IS NO LONGER ON FILE      *
001600* PRINTS AN EXCEPTION LINE INSTEAD OF A LETTER.                 *
001610* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) GETS NO *
001620* LETTER; THEY ARE LISTED ON AN ADDRESS NEEDED PAGE INSTEAD.    *
001700*                                                                 *
001800* THE NOTICE ESDS IS READ-ONLY HERE; OPERATIONS REDEFINES IT    *
001900* EMPTY AFTER A CLEAN LETTER RUN SO NOTICES ARE NOT MAILED      *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   09/02/2026 JM    ORIGINAL PROGRAM.                           *
002410*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002420*                    SEMESTER (61 BYTES); THE MEETING DATA       *
002430*                    IS READ UNDER THE NOTICE'S SEMESTER.        *
002440*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
002450*                    LETTER; ADDRESS NEEDED PAGE ADDED.          *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
005000
005100 77  LETTER-COUNTER              PIC S9(8) COMP VALUE ZERO.
005200 77  EXCEPTION-COUNTER           PIC S9(8) COMP VALUE ZERO.
005210 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
005220     88  WS-MAIL-RETURNED                    VALUE 'Y'.
005230 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
005240 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
005250 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
005260 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
005300
005400 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
005500 01  PROMO-NOTICE-FILE           COPY VSAMIOFB.
005600 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
005700 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
005800 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
005805 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
005810 01  RETURNED-MAIL-RECORD.
005815     02  MRT-STUDENT-ID          PIC X(07).
005820     02  MRT-RETURNED-DATE       PIC 9(08).
005825     02  MRT-ENTERED-DATE        PIC 9(08).
005830     02  MRT-OPERATOR-ID         PIC X(08).
005835     02  FILLER                  PIC X(09).
005840
005845* ************************************************************** *
005850* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
005855* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
005860* ************************************************************** *
005865 01  ADDRESS-NEEDED-TABLE.
005870     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
005875         03  ANE-STUDENT-ID      PIC X(07).
005880         03  ANE-NAME            PIC X(22).
005885         03  ANE-ADDRESS         PIC X(25).
005890         03  ANE-RETURNED-DATE   PIC 9(08).
005900
006000 01  PROMO-NOTICE-RECORD.
006100     02  PNR-STUDENT-ID          PIC X(07).
008500     02  STR-DEPARTMENT          PIC 9(02).
008600     02  STR-COURSE              PIC 9(03).
008700     02  STR-NUMBER              PIC 9(01).
008710     02  STR-SEMESTER            PIC X(06).
008800     02  STR-DESCRIPTION         PIC X(11).
008900     02  STR-CAPACITY            PIC 9(03).
009000     02  STR-ENROLLED            PIC 9(03).
016400         ' NOT ON STUDENT MASTER   '.
016500     02  FILLER                  PIC X(77) VALUE SPACES.
016600
016602 01  ADDRESS-NEEDED-HEAD-LINE.
016604     02  FILLER                  PIC X(44) VALUE
016606         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
016608     02  FILLER                  PIC X(22) VALUE
016610         ' - NOT MAILED THIS RUN'.
016612     02  FILLER                  PIC X(66) VALUE SPACES.
016614
016616 01  ADDRESS-NEEDED-COLUMN-LINE.
016618     02  FILLER                  PIC X(33) VALUE
016620         'STUDENT  NAME                    '.
016622     02  FILLER                  PIC X(35) VALUE
016624         'ADDRESS ON FILE            RETURNED'.
016626     02  FILLER                  PIC X(64) VALUE SPACES.
016628
016630 01  ADDRESS-NEEDED-LINE.
016632     02  ANL-STUDENT-ID          PIC X(07).
016634     02  FILLER                  PIC X(02) VALUE SPACES.
016636     02  ANL-NAME                PIC X(22).
016638     02  FILLER                  PIC X(02) VALUE SPACES.
016640     02  ANL-ADDRESS             PIC X(25).
016642     02  FILLER                  PIC X(02) VALUE SPACES.
016644     02  ANL-RETURNED-DATE       PIC 9(08).
016646     02  FILLER                  PIC X(64) VALUE SPACES.
016648
016650 01  ADDRESS-NEEDED-FULL-LINE.
016652     02  FILLER                  PIC X(46) VALUE
016654         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
016656     02  FILLER                  PIC X(14) VALUE
016658         'NOT LISTED ***'.
016660     02  FILLER                  PIC X(72) VALUE SPACES.
016662
016664 01  ADDRESS-NEEDED-TOTAL-LINE.
016666     02  FILLER                  PIC X(16) VALUE
016668         'ADDRESS NEEDED: '.
016670     02  ANT-COUNT               PIC ZZZZ9.
016672     02  FILLER                  PIC X(111) VALUE SPACES.
016674
016700 PROCEDURE DIVISION.
016800
016900 000-INITIATE.
020800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
020900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
021000     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
021100     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
021200     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
021300     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
021400     MOVE VSIO-OPEN TO VSIO-COMMAND.
021500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
021600                         SECTION-TABLE-FILE,
023700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023800         STOP RUN.
023900*    END-IF.
023905
023910     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
023915     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
023920     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
023925     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
023930     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
023935     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
023940     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
023945     MOVE VSIO-OPEN TO VSIO-COMMAND.
023950     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023955                         RETURNED-MAIL-FILE,
023960                         RETURNED-MAIL-RECORD.
023965*    END-CALL.
023970     IF NOT VSIO-SUCCESS
023975         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023980         STOP RUN.
023985*    END-IF.
024000
024100 010-PROCESS.
024200
024700
024800 020-TERMINATE.
024900
024910     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
024920
025000     CLOSE REPORT-FILE.
025100
025200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
026600                         COURSE-TABLE-FILE,
026700                         COURSE-TABLE-RECORD.
026800*    END-CALL.
026810     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026820                         RETURNED-MAIL-FILE,
026830                         RETURNED-MAIL-RECORD.
026840*    END-CALL.
026900
027000     DISPLAY 'PROMLTR: LETTERS PRINTED: ' LETTER-COUNTER.
027100     DISPLAY 'PROMLTR: EXCEPTIONS:      ' EXCEPTION-COUNTER.
027110     DISPLAY 'PROMLTR: ADDRESS NEEDED:  ' ADDRESS-NEEDED-COUNTER.
027200     STOP RUN.
027300
027400* ************************************************************** *
032100*    END-IF.
032200
032300     MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
032310
032320     PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
032330     IF WS-MAIL-RETURNED
032340         PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
032350         GO TO 119-EXIT.
032360*    END-IF.
032400
032500     MOVE SPACES TO SECTION-TABLE-RECORD.
032600     MOVE PNR-DEPARTMENT TO STR-DEPARTMENT.
032700     MOVE PNR-COURSE TO STR-COURSE.
032800     MOVE PNR-SECTION TO STR-NUMBER.
032810     MOVE PNR-SEMESTER TO STR-SEMESTER.
032900     MOVE VSIO-READ TO VSIO-COMMAND.
033000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033100                         SECTION-TABLE-FILE,
040800
040900 509-EXIT.
041000     EXIT.
041100
041200* ************************************************************** *
041300* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
041400* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
041500* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
041600* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
041700* ************************************************************** *
041800 600-CHECK-RETURNED-MAIL.
041900
042000     MOVE 'N' TO WS-MAIL-RETURNED-SW.
042100     MOVE SPACES TO RETURNED-MAIL-RECORD.
042200     MOVE PNR-STUDENT-ID TO MRT-STUDENT-ID.
042300     MOVE VSIO-READ TO VSIO-COMMAND.
042400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042500                         RETURNED-MAIL-FILE,
042600                         RETURNED-MAIL-RECORD.
042700*    END-CALL.
042800     IF VSIO-SUCCESS
042900         MOVE 'Y' TO WS-MAIL-RETURNED-SW
043000     ELSE
043100         IF NOT VSIO-RECORD-NOT-FOUND
043200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
043300*        END-IF
043400*    END-IF.
043500     MOVE +0 TO VSIO-RETURN-CODE.
043600
043700 609-EXIT.
043800     EXIT.
043900
044000* ************************************************************** *
044100* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
044200* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
044300* ************************************************************** *
044400 610-LIST-ADDRESS-NEEDED.
044500
044600     ADD +1 TO ADDRESS-NEEDED-COUNTER.
044700     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
044800         GO TO 619-EXIT.
044900*    END-IF.
045000     ADD +1 TO ANE-COUNT.
045100     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
045200     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
045300     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
045400     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
045500
045600 619-EXIT.
045700     EXIT.
045800
045900* ************************************************************** *
046000* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
046100* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
046200* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
046300* ************************************************************** *
046400 650-PRINT-ADDRESS-NEEDED.
046500
046600     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
046700         GO TO 659-EXIT.
046800*    END-IF.
046900
047000     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
047100         AFTER ADVANCING PAGE.
047200     WRITE REPORT-LINE FROM BLANK-LINE.
047300     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
047400
047500     MOVE 1 TO ANE-IDX.
047600     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
047700        THRU 655-EXIT
047800       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
047900*    END-PERFORM.
048000
048100     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
048200         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
048300*    END-IF.
048400     WRITE REPORT-LINE FROM BLANK-LINE.
048500     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
048600     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
048700
048800 659-EXIT.
048900     EXIT.
049000
049100 655-PRINT-ONE-ADDRESS-NEEDED.
049200
049300     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
049400     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
049500     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
049600     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
049700     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
049800     ADD 1 TO ANE-IDX.
049900
050000 655-EXIT.
050100     EXIT.
