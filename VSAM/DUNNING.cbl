001800* COLLECTIONS EXTRACT (UT-S-COLLECT) WITH THE NAME AND ADDRESS  *
001900* FROM STUDENT-MASTER-FILE.  AN ACCOUNT THAT PAYS DOWN TO       *
002000* ZERO HAS ITS LETTER LEVEL CLEARED.                            *
002010* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) GETS NO *
002020* LETTER AND KEEPS THEIR LETTER LEVEL; THEY ARE LISTED ON AN    *
002030* ADDRESS NEEDED PAGE SO THE LETTER GOES OUT ONCE STUMAINT      *
002040* RECORDS A NEW ADDRESS.                                        *
002100*                                                                 *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002410*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
002420*                    LETTER; ADDRESS NEEDED PAGE ADDED.          *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
006900 77  LETTER-COUNTER              PIC S9(8) COMP VALUE ZERO.
007000 77  COLLECT-COUNTER             PIC S9(8) COMP VALUE ZERO.
007100 77  CLEARED-COUNTER             PIC S9(8) COMP VALUE ZERO.
007110 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
007120     88  WS-MAIL-RETURNED                    VALUE 'Y'.
007130 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
007140 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
007150 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
007160 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
007200
007300 01  WS-TODAY-DATE               PIC 9(06)   VALUE ZERO.
007400 01  FILLER REDEFINES WS-TODAY-DATE.
010200 01  BALANCE-FILE                COPY VSAMIOFB.
010300 01  DUNNING-FILE                COPY VSAMIOFB.
010400 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
010405 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
010410 01  RETURNED-MAIL-RECORD.
010415     02  MRT-STUDENT-ID          PIC X(07).
010420     02  MRT-RETURNED-DATE       PIC 9(08).
010425     02  MRT-ENTERED-DATE        PIC 9(08).
010430     02  MRT-OPERATOR-ID         PIC X(08).
010435     02  FILLER                  PIC X(09).
010440
010445* ************************************************************** *
010450* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
010455* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
010460* ************************************************************** *
010465 01  ADDRESS-NEEDED-TABLE.
010470     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
010475         03  ANE-STUDENT-ID      PIC X(07).
010480         03  ANE-NAME            PIC X(22).
010485         03  ANE-ADDRESS         PIC X(25).
010490         03  ANE-RETURNED-DATE   PIC 9(08).
010500
010600 01  BALANCE-RECORD.
010700     02  ABR-STUDENT-ID          PIC X(07).
019100     02  CLL-BALANCE             PIC ZZ,ZZ9.99.
019200     02  FILLER                  PIC X(85) VALUE SPACES.
019300
019302 01  ADDRESS-NEEDED-HEAD-LINE.
019304     02  FILLER                  PIC X(44) VALUE
019306         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
019308     02  FILLER                  PIC X(22) VALUE
019310         ' - NOT MAILED THIS RUN'.
019312     02  FILLER                  PIC X(66) VALUE SPACES.
019314
019316 01  ADDRESS-NEEDED-COLUMN-LINE.
019318     02  FILLER                  PIC X(33) VALUE
019320         'STUDENT  NAME                    '.
019322     02  FILLER                  PIC X(35) VALUE
019324         'ADDRESS ON FILE            RETURNED'.
019326     02  FILLER                  PIC X(64) VALUE SPACES.
019328
019330 01  ADDRESS-NEEDED-LINE.
019332     02  ANL-STUDENT-ID          PIC X(07).
019334     02  FILLER                  PIC X(02) VALUE SPACES.
019336     02  ANL-NAME                PIC X(22).
019338     02  FILLER                  PIC X(02) VALUE SPACES.
019340     02  ANL-ADDRESS             PIC X(25).
019342     02  FILLER                  PIC X(02) VALUE SPACES.
019344     02  ANL-RETURNED-DATE       PIC 9(08).
019346     02  FILLER                  PIC X(64) VALUE SPACES.
019348
019350 01  ADDRESS-NEEDED-FULL-LINE.
019352     02  FILLER                  PIC X(46) VALUE
019354         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
019356     02  FILLER                  PIC X(14) VALUE
019358         'NOT LISTED ***'.
019360     02  FILLER                  PIC X(72) VALUE SPACES.
019362
019364 01  ADDRESS-NEEDED-TOTAL-LINE.
019366     02  FILLER                  PIC X(16) VALUE
019368         'ADDRESS NEEDED: '.
019370     02  ANT-COUNT               PIC ZZZZ9.
019372     02  FILLER                  PIC X(111) VALUE SPACES.
019374
019400 01  SUMMARY-LINE.
019500     02  FILLER                  PIC X(17) VALUE
019600         'LETTERS PRINTED: '.
020200     02  FILLER                  PIC X(17) VALUE
020300         '  LEVELS CLEARED:'.
020400     02  SUL-CLEARED             PIC ZZZZ9.
020500     02  FILLER                  PIC X(17) VALUE
020510         '  ADDRESS NEEDED:'.
020520     02  SUL-ADDRESS-NEEDED      PIC ZZZZ9.
020530     02  FILLER                  PIC X(44) VALUE SPACES.
020600
020700 PROCEDURE DIVISION.
020800
026800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026900         STOP RUN.
027000*    END-IF.
027005
027010     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
027015     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
027020     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
027025     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
027030     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
027035     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
027040     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
027045     MOVE VSIO-OPEN TO VSIO-COMMAND.
027050     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027055                         RETURNED-MAIL-FILE,
027060                         RETURNED-MAIL-RECORD.
027065*    END-CALL.
027070     IF NOT VSIO-SUCCESS
027075         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027080         STOP RUN.
027085*    END-IF.
027100
027200     OPEN OUTPUT REPORT-FILE.
027300     OPEN OUTPUT COLLECT-FILE.
028100
028200 020-TERMINATE.
028300
028310     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
028320
028400     MOVE LETTER-COUNTER TO SUL-LETTERS.
028500     MOVE COLLECT-COUNTER TO SUL-COLLECT.
028600     MOVE CLEARED-COUNTER TO SUL-CLEARED.
028610     MOVE ADDRESS-NEEDED-COUNTER TO SUL-ADDRESS-NEEDED.
028700     WRITE REPORT-LINE FROM SUMMARY-LINE
028800         AFTER ADVANCING PAGE.
028900
030300                         STUDENT-MASTER-FILE,
030400                         STUDENT-RECORD-AREA.
030500*    END-CALL.
030510     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030520                         RETURNED-MAIL-FILE,
030530                         RETURNED-MAIL-RECORD.
030540*    END-CALL.
030600
030700     DISPLAY 'DUNNING: LETTERS PRINTED:  ' LETTER-COUNTER.
030800     DISPLAY 'DUNNING: TO COLLECTIONS:   ' COLLECT-COUNTER.
030900     DISPLAY 'DUNNING: LEVELS CLEARED:   ' CLEARED-COUNTER.
030910     DISPLAY 'DUNNING: ADDRESS NEEDED:   ' ADDRESS-NEEDED-COUNTER.
031000     STOP RUN.
031100
031200* ************************************************************** *
038500         GO TO 119-EXIT.
038600*    END-IF.
038700
038710     PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
038720     IF WS-MAIL-RETURNED
038730         PERFORM 180-GET-ADDRESS THRU 189-EXIT
038740         PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
038750         GO TO 119-EXIT.
038760*    END-IF.
038770
038800     PERFORM 150-PRINT-LETTER THRU 159-EXIT.
038900
039000     MOVE WS-SEND-LEVEL TO DUN-LEVEL.
054800
054900 509-EXIT.
055000     EXIT.
055100
055200* ************************************************************** *
055300* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
055400* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
055500* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
055600* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
055700* ************************************************************** *
055800 600-CHECK-RETURNED-MAIL.
055900
056000     MOVE 'N' TO WS-MAIL-RETURNED-SW.
056100     MOVE SPACES TO RETURNED-MAIL-RECORD.
056200     MOVE ABR-STUDENT-ID TO MRT-STUDENT-ID.
056300     MOVE VSIO-READ TO VSIO-COMMAND.
056400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056500                         RETURNED-MAIL-FILE,
056600                         RETURNED-MAIL-RECORD.
056700*    END-CALL.
056800     IF VSIO-SUCCESS
056900         MOVE 'Y' TO WS-MAIL-RETURNED-SW
057000     ELSE
057100         IF NOT VSIO-RECORD-NOT-FOUND
057200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
057300*        END-IF
057400*    END-IF.
057500     MOVE +0 TO VSIO-RETURN-CODE.
057600
057700 609-EXIT.
057800     EXIT.
057900
058000* ************************************************************** *
058100* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
058200* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
058300* ************************************************************** *
058400 610-LIST-ADDRESS-NEEDED.
058500
058600     ADD +1 TO ADDRESS-NEEDED-COUNTER.
058700     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
058800         GO TO 619-EXIT.
058900*    END-IF.
059000     ADD +1 TO ANE-COUNT.
059100     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
059200     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
059300     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
059400     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
059500
059600 619-EXIT.
059700     EXIT.
059800
059900* ************************************************************** *
060000* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
060100* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
060200* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
060300* ************************************************************** *
060400 650-PRINT-ADDRESS-NEEDED.
060500
060600     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
060700         GO TO 659-EXIT.
060800*    END-IF.
060900
061000     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
061100         AFTER ADVANCING PAGE.
061200     WRITE REPORT-LINE FROM BLANK-LINE.
061300     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
061400
061500     MOVE 1 TO ANE-IDX.
061600     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
061700        THRU 655-EXIT
061800       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
061900*    END-PERFORM.
062000
062100     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
062200         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
062300*    END-IF.
062400     WRITE REPORT-LINE FROM BLANK-LINE.
062500     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
062600     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
062700
062800 659-EXIT.
062900     EXIT.
063000
063100 655-PRINT-ONE-ADDRESS-NEEDED.
063200
063300     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
063400     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
063500     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
063600     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
063700     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
063800     ADD 1 TO ANE-IDX.
063900
064000 655-EXIT.
064100     EXIT.
