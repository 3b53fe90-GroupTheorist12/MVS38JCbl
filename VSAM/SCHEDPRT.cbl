001500* ROOM, COURSE DESCRIPTION AND THE INSTRUCTOR NAME FROM THE     *
001600* INSTRUCTOR TABLE CLUSTER.  A STUDENT WITH NO SEATS FOR THE    *
001700* SEMESTER GETS NO PAGE.                                        *
001710* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) GETS NO *
001720* PAGE EITHER; THEY ARE LISTED ON AN ADDRESS NEEDED PAGE.       *
001800*                                                                 *
001900* MODIFICATION HISTORY.                                          *
002000*   DATE       INIT  DESCRIPTION                                 *
002100*   09/02/2026 JM    ORIGINAL PROGRAM.                           *
002110*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002120*                    SEMESTER (61 BYTES).                        *
002130*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
002140*                    PAGE; ADDRESS NEEDED PAGE ADDED.            *
002150*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31         *
002160*                    BYTES WITH THE PAY CATEGORY.                *
002200* ************************************************************* *
002300
002400 ENVIRONMENT DIVISION.
006300
006400 77  PAGES-PRINTED                PIC S9(8) COMP VALUE ZERO.
006500 77  SKIPPED-COUNTER             PIC S9(8) COMP VALUE ZERO.
006510 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
006520     88  WS-MAIL-RETURNED                    VALUE 'Y'.
006530 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
006540 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
006550 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
006560 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
006600
006700 77  SCHED-COUNT                 PIC S9(4) COMP VALUE ZERO.
006800 77  SCHED-IDX                   PIC S9(4) COMP VALUE ZERO.
010800 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
010900 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
011000 01  INSTRUCTOR-TABLE-FILE       COPY VSAMIOFB.
011005 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
011010 01  RETURNED-MAIL-RECORD.
011015     02  MRT-STUDENT-ID          PIC X(07).
011020     02  MRT-RETURNED-DATE       PIC 9(08).
011025     02  MRT-ENTERED-DATE        PIC 9(08).
011030     02  MRT-OPERATOR-ID         PIC X(08).
011035     02  FILLER                  PIC X(09).
011040
011045* ************************************************************** *
011050* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
011055* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
011060* ************************************************************** *
011065 01  ADDRESS-NEEDED-TABLE.
011070     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
011075         03  ANE-STUDENT-ID      PIC X(07).
011080         03  ANE-NAME            PIC X(22).
011085         03  ANE-ADDRESS         PIC X(25).
011090         03  ANE-RETURNED-DATE   PIC 9(08).
011095
011100 01  STUDENT-RECORD-AREA         PIC X(83).
011200
011300 01  STUDENT-INFO-RECORD.
015000     02  STR-DEPARTMENT          PIC 9(02).
015100     02  STR-COURSE              PIC 9(03).
015200     02  STR-NUMBER              PIC 9(01).
015210     02  STR-SEMESTER            PIC X(06).
015300     02  STR-DESCRIPTION         PIC X(11).
015400     02  STR-CAPACITY            PIC 9(03).
015500     02  STR-ENROLLED            PIC 9(03).
016900     02  ITR-INSTRUCTOR-ID       PIC X(05).
017000     02  ITR-NAME                PIC X(22).
017100     02  ITR-DEPARTMENT          PIC 9(02).
017110     02  ITR-CATEGORY            PIC X(02).
017200
017300 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
017400
021600         '    (NO CLASSES)    '.
021700     02  FILLER                  PIC X(112) VALUE SPACES.
021800
021802 01  ADDRESS-NEEDED-HEAD-LINE.
021804     02  FILLER                  PIC X(44) VALUE
021806         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
021808     02  FILLER                  PIC X(22) VALUE
021810         ' - NOT MAILED THIS RUN'.
021812     02  FILLER                  PIC X(66) VALUE SPACES.
021814
021816 01  ADDRESS-NEEDED-COLUMN-LINE.
021818     02  FILLER                  PIC X(33) VALUE
021820         'STUDENT  NAME                    '.
021822     02  FILLER                  PIC X(35) VALUE
021824         'ADDRESS ON FILE            RETURNED'.
021826     02  FILLER                  PIC X(64) VALUE SPACES.
021828
021830 01  ADDRESS-NEEDED-LINE.
021832     02  ANL-STUDENT-ID          PIC X(07).
021834     02  FILLER                  PIC X(02) VALUE SPACES.
021836     02  ANL-NAME                PIC X(22).
021838     02  FILLER                  PIC X(02) VALUE SPACES.
021840     02  ANL-ADDRESS             PIC X(25).
021842     02  FILLER                  PIC X(02) VALUE SPACES.
021844     02  ANL-RETURNED-DATE       PIC 9(08).
021846     02  FILLER                  PIC X(64) VALUE SPACES.
021848
021850 01  ADDRESS-NEEDED-FULL-LINE.
021852     02  FILLER                  PIC X(46) VALUE
021854         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
021856     02  FILLER                  PIC X(14) VALUE
021858         'NOT LISTED ***'.
021860     02  FILLER                  PIC X(72) VALUE SPACES.
021862
021864 01  ADDRESS-NEEDED-TOTAL-LINE.
021866     02  FILLER                  PIC X(16) VALUE
021868         'ADDRESS NEEDED: '.
021870     02  ANT-COUNT               PIC ZZZZ9.
021872     02  FILLER                  PIC X(111) VALUE SPACES.
021874
021900 PROCEDURE DIVISION.
022000
022100 000-INITIATE.
025700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
025800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
025900     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
026000     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
026100     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
026200     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
026300     MOVE VSIO-OPEN TO VSIO-COMMAND.
026400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026500                         SECTION-TABLE-FILE,
029200         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
029300     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
029400     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
029500     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
029600     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
029700     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
029800     MOVE VSIO-OPEN TO VSIO-COMMAND.
030400         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030500         STOP RUN.
030600*    END-IF.
030605
030610     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
030615     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
030620     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
030625     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
030630     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
030635     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
030640     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
030645     MOVE VSIO-OPEN TO VSIO-COMMAND.
030650     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030655                         RETURNED-MAIL-FILE,
030660                         RETURNED-MAIL-RECORD.
030665*    END-CALL.
030670     IF NOT VSIO-SUCCESS
030675         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
030680         STOP RUN.
030685*    END-IF.
030700
030800     OPEN OUTPUT REPORT-FILE.
030900     MOVE CC-SEMESTER TO TL-SEMESTER.
032100
032200 020-TERMINATE.
032300
032310     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
032320
032400     CLOSE REPORT-FILE.
032500
032600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
034000                         INSTRUCTOR-TABLE-FILE,
034100                         INSTRUCTOR-TABLE-RECORD.
034200*    END-CALL.
034210     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034220                         RETURNED-MAIL-FILE,
034230                         RETURNED-MAIL-RECORD.
034240*    END-CALL.
034300
034400     DISPLAY 'SCHEDPRT: SCHEDULE PAGES PRINTED: ' PAGES-PRINTED .
034500     DISPLAY 'SCHEDPRT: STUDENTS WITHOUT SEATS: '
034600         SKIPPED-COUNTER.
034610     DISPLAY 'SCHEDPRT: ADDRESS NEEDED:         '
034620         ADDRESS-NEEDED-COUNTER.
034700     STOP RUN.
034800
034900 110-PROCESS-RECORD.
040300     MOVE CIR-DEPARTMENT TO STR-DEPARTMENT.
040400     MOVE CIR-COURSE TO STR-COURSE.
040500     MOVE CIR-SECTION TO STR-NUMBER.
040510     MOVE CIR-SEMESTER TO STR-SEMESTER.
040600     MOVE VSIO-READ TO VSIO-COMMAND.
040700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
040800                         SECTION-TABLE-FILE,
045800         ADD +1 TO SKIPPED-COUNTER
045900         GO TO 209-EXIT.
046000*    END-IF.
046010
046020     PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
046030     IF WS-MAIL-RETURNED
046040         PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
046050         GO TO 209-EXIT.
046060*    END-IF.
046100
046200     PERFORM 210-SORT-BY-START-TIME THRU 219-EXIT.
046300
061000
061100 509-EXIT.
061200     EXIT.
061300
061400* ************************************************************** *
061500* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
061600* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
061700* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
061800* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
061900* ************************************************************** *
062000 600-CHECK-RETURNED-MAIL.
062100
062200     MOVE 'N' TO WS-MAIL-RETURNED-SW.
062300     MOVE SPACES TO RETURNED-MAIL-RECORD.
062400     MOVE SAV-STUDENT-ID TO MRT-STUDENT-ID.
062500     MOVE VSIO-READ TO VSIO-COMMAND.
062600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
062700                         RETURNED-MAIL-FILE,
062800                         RETURNED-MAIL-RECORD.
062900*    END-CALL.
063000     IF VSIO-SUCCESS
063100         MOVE 'Y' TO WS-MAIL-RETURNED-SW
063200     ELSE
063300         IF NOT VSIO-RECORD-NOT-FOUND
063400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
063500*        END-IF
063600*    END-IF.
063700     MOVE +0 TO VSIO-RETURN-CODE.
063800
063900 609-EXIT.
064000     EXIT.
064100
064200* ************************************************************** *
064300* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
064400* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
064500* ************************************************************** *
064600 610-LIST-ADDRESS-NEEDED.
064700
064800     ADD +1 TO ADDRESS-NEEDED-COUNTER.
064900     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
065000         GO TO 619-EXIT.
065100*    END-IF.
065200     ADD +1 TO ANE-COUNT.
065300     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
065400     MOVE SAV-NAME TO ANE-NAME (ANE-COUNT).
065500     MOVE SAV-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
065600     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
065700
065800 619-EXIT.
065900     EXIT.
066000
066100* ************************************************************** *
066200* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
066300* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
066400* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
066500* ************************************************************** *
066600 650-PRINT-ADDRESS-NEEDED.
066700
066800     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
066900         GO TO 659-EXIT.
067000*    END-IF.
067100
067200     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
067300         AFTER ADVANCING PAGE.
067400     WRITE REPORT-LINE FROM BLANK-LINE.
067500     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
067600
067700     MOVE 1 TO ANE-IDX.
067800     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
067900        THRU 655-EXIT
068000       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
068100*    END-PERFORM.
068200
068300     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
068400         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
068500*    END-IF.
068600     WRITE REPORT-LINE FROM BLANK-LINE.
068700     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
068800     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
068900
069000 659-EXIT.
069100     EXIT.
069200
069300 655-PRINT-ONE-ADDRESS-NEEDED.
069400
069500     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
069600     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
069700     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
069800     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
069900     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
070000     ADD 1 TO ANE-IDX.
070100
070200 655-EXIT.
070300     EXIT.
