001900* IN QUALITY POINTS (100 = 1.00; BLANK OR ZERO DEFAULTS TO      *
002000* 1.00).  A MID-TERM GRADE STRICTLY BELOW THE THRESHOLD IS      *
002100* DEFICIENT.                                                    *
002110* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) GETS NO *
002120* LETTER; THEY ARE LISTED ON AN ADDRESS NEEDED PAGE INSTEAD.    *
002200*                                                                 *
002300* MODIFICATION HISTORY.                                          *
002400*   DATE       INIT  DESCRIPTION                                 *
002500*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002510*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
002520*                    LETTER; ADDRESS NEEDED PAGE ADDED.          *
002600* ************************************************************* *
002700
002800 ENVIRONMENT DIVISION.
006600
006700 77  LETTER-COUNTER              PIC S9(8) COMP VALUE ZERO.
006800 77  CLEAN-COUNTER               PIC S9(8) COMP VALUE ZERO.
006810 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
006820     88  WS-MAIL-RETURNED                    VALUE 'Y'.
006830 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
006840 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
006850 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
006860 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
006900
007000 77  DEF-COUNT                   PIC S9(4) COMP VALUE ZERO.
007100 77  DEF-IDX                     PIC S9(4) COMP VALUE ZERO.
008800 01  MIDTERM-GRADE-FILE          COPY VSAMIOFB.
008900 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
009000 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
009005 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
009010 01  RETURNED-MAIL-RECORD.
009015     02  MRT-STUDENT-ID          PIC X(07).
009020     02  MRT-RETURNED-DATE       PIC 9(08).
009025     02  MRT-ENTERED-DATE        PIC 9(08).
009030     02  MRT-OPERATOR-ID         PIC X(08).
009035     02  FILLER                  PIC X(09).
009040
009045* ************************************************************** *
009050* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
009055* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
009060* ************************************************************** *
009065 01  ADDRESS-NEEDED-TABLE.
009070     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
009075         03  ANE-STUDENT-ID      PIC X(07).
009080         03  ANE-NAME            PIC X(22).
009085         03  ANE-ADDRESS         PIC X(25).
009090         03  ANE-RETURNED-DATE   PIC 9(08).
009100
009200 01  MIDTERM-GRADE-RECORD.
009300     02  MTG-STUDENT-ID          PIC X(07).
016300         'OFFICE OF THE REGISTRAR '.
016400     02  FILLER                  PIC X(108) VALUE SPACES.
016500
016502 01  ADDRESS-NEEDED-HEAD-LINE.
016504     02  FILLER                  PIC X(44) VALUE
016506         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
016508     02  FILLER                  PIC X(22) VALUE
016510         ' - NOT MAILED THIS RUN'.
016512     02  FILLER                  PIC X(66) VALUE SPACES.
016514
016516 01  ADDRESS-NEEDED-COLUMN-LINE.
016518     02  FILLER                  PIC X(33) VALUE
016520         'STUDENT  NAME                    '.
016522     02  FILLER                  PIC X(35) VALUE
016524         'ADDRESS ON FILE            RETURNED'.
016526     02  FILLER                  PIC X(64) VALUE SPACES.
016528
016530 01  ADDRESS-NEEDED-LINE.
016532     02  ANL-STUDENT-ID          PIC X(07).
016534     02  FILLER                  PIC X(02) VALUE SPACES.
016536     02  ANL-NAME                PIC X(22).
016538     02  FILLER                  PIC X(02) VALUE SPACES.
016540     02  ANL-ADDRESS             PIC X(25).
016542     02  FILLER                  PIC X(02) VALUE SPACES.
016544     02  ANL-RETURNED-DATE       PIC 9(08).
016546     02  FILLER                  PIC X(64) VALUE SPACES.
016548
016550 01  ADDRESS-NEEDED-FULL-LINE.
016552     02  FILLER                  PIC X(46) VALUE
016554         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
016556     02  FILLER                  PIC X(14) VALUE
016558         'NOT LISTED ***'.
016560     02  FILLER                  PIC X(72) VALUE SPACES.
016562
016564 01  ADDRESS-NEEDED-TOTAL-LINE.
016566     02  FILLER                  PIC X(16) VALUE
016568         'ADDRESS NEEDED: '.
016570     02  ANT-COUNT               PIC ZZZZ9.
016572     02  FILLER                  PIC X(111) VALUE SPACES.
016574
016600 01  SUMMARY-LINE.
016700     02  FILLER                  PIC X(17) VALUE
016800         'LETTERS PRINTED: '.
017100         '  STUDENTS IN GOOD ST'.
017200     02  FILLER                  PIC X(07) VALUE 'ANDING:'.
017300     02  SUL-CLEAN               PIC ZZZZ9.
017400     02  FILLER                  PIC X(18) VALUE
017410         '  ADDRESS NEEDED: '.
017420     02  SUL-ADDRESS-NEEDED      PIC ZZZZ9.
017430     02  FILLER                  PIC X(54) VALUE SPACES.
017500
017600 PROCEDURE DIVISION.
017700
024700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024800         STOP RUN.
024900*    END-IF.
024905
024910     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
024915     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
024920     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
024925     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
024930     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
024935     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
024940     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
024945     MOVE VSIO-OPEN TO VSIO-COMMAND.
024950     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024955                         RETURNED-MAIL-FILE,
024960                         RETURNED-MAIL-RECORD.
024965*    END-CALL.
024970     IF NOT VSIO-SUCCESS
024975         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
024980         STOP RUN.
024985*    END-IF.
025000
025100     OPEN OUTPUT REPORT-FILE.
025200     MOVE CC-SEMESTER TO BL1-SEMESTER.
026300*    END-IF.
026400
026500 020-TERMINATE.
026510     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
026520
026600
026700     MOVE LETTER-COUNTER TO SUL-LETTERS.
026800     MOVE CLEAN-COUNTER TO SUL-CLEAN.
026810     MOVE ADDRESS-NEEDED-COUNTER TO SUL-ADDRESS-NEEDED.
026900     WRITE REPORT-LINE FROM SUMMARY-LINE
027000         AFTER ADVANCING PAGE.
027100
028400                         COURSE-TABLE-FILE,
028500                         COURSE-TABLE-RECORD.
028600*    END-CALL.
028610     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028620                         RETURNED-MAIL-FILE,
028630                         RETURNED-MAIL-RECORD.
028640*    END-CALL.
028700
028800     DISPLAY 'MIDWARN: WARNING LETTERS PRINTED: '
028900         LETTER-COUNTER.
029000     DISPLAY 'MIDWARN: STUDENTS IN GOOD STANDING: '
029100         CLEAN-COUNTER.
029110     DISPLAY 'MIDWARN: ADDRESS NEEDED: ' ADDRESS-NEEDED-COUNTER.
029200     STOP RUN.
029300
029400* ************************************************************** *
039700*    END-IF.
039800
039900     MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
039910
039920     PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
039930     IF WS-MAIL-RETURNED
039940         PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
039950         GO TO 209-EXIT.
039960*    END-IF.
040000
040100     MOVE SIR-NAME TO AL-TEXT.
040200     WRITE REPORT-LINE FROM ADDRESS-LINE
045400
045500 509-EXIT.
045600     EXIT.
045700
045800* ************************************************************** *
045900* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
046000* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
046100* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
046200* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
046300* ************************************************************** *
046400 600-CHECK-RETURNED-MAIL.
046500
046600     MOVE 'N' TO WS-MAIL-RETURNED-SW.
046700     MOVE SPACES TO RETURNED-MAIL-RECORD.
046800     MOVE WS-CURRENT-ID TO MRT-STUDENT-ID.
046900     MOVE VSIO-READ TO VSIO-COMMAND.
047000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047100                         RETURNED-MAIL-FILE,
047200                         RETURNED-MAIL-RECORD.
047300*    END-CALL.
047400     IF VSIO-SUCCESS
047500         MOVE 'Y' TO WS-MAIL-RETURNED-SW
047600     ELSE
047700         IF NOT VSIO-RECORD-NOT-FOUND
047800             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
047900*        END-IF
048000*    END-IF.
048100     MOVE +0 TO VSIO-RETURN-CODE.
048200
048300 609-EXIT.
048400     EXIT.
048500
048600* ************************************************************** *
048700* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
048800* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
048900* ************************************************************** *
049000 610-LIST-ADDRESS-NEEDED.
049100
049200     ADD +1 TO ADDRESS-NEEDED-COUNTER.
049300     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
049400         GO TO 619-EXIT.
049500*    END-IF.
049600     ADD +1 TO ANE-COUNT.
049700     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
049800     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
049900     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
050000     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
050100
050200 619-EXIT.
050300     EXIT.
050400
050500* ************************************************************** *
050600* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
050700* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
050800* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
050900* ************************************************************** *
051000 650-PRINT-ADDRESS-NEEDED.
051100
051200     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
051300         GO TO 659-EXIT.
051400*    END-IF.
051500
051600     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
051700         AFTER ADVANCING PAGE.
051800     WRITE REPORT-LINE FROM BLANK-LINE.
051900     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
052000
052100     MOVE 1 TO ANE-IDX.
052200     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
052300        THRU 655-EXIT
052400       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
052500*    END-PERFORM.
052600
052700     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
052800         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
052900*    END-IF.
053000     WRITE REPORT-LINE FROM BLANK-LINE.
053100     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
053200     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
053300
053400 659-EXIT.
053500     EXIT.
053600
053700 655-PRINT-ONE-ADDRESS-NEEDED.
053800
053900     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
054000     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
054100     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
054200     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
054300     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
054400     ADD 1 TO ANE-IDX.
054500
054600 655-EXIT.
054700     EXIT.
