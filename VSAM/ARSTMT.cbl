001700* SYSIN CARD:  COLS 1-8 FROM-DATE, COLS 9-16 TO-DATE            *
001800* (CCYYMMDD).  A ZERO OR NON-NUMERIC TO-DATE MEANS NO UPPER     *
001900* BOUND; A ZERO FROM-DATE MEANS FROM THE BEGINNING.             *
001910* A STUDENT FLAGGED ON MAILTBL (RETURNED MAIL, MAILMNT) GETS NO *
001920* STATEMENT; THEY ARE LISTED ON AN ADDRESS NEEDED PAGE AND      *
001930* THEIR ACTIVITY IS LEFT OFF THE DETAIL LINE COUNT.             *
001940* EACH STATEMENT CARRIES AN INVOICE REFERENCE (RUN DATE PLUS    *
001950* STATEMENT NUMBER) FOR THE PAYMENT COUPON; IT IS FILED ON      *
001960* INVCTBL WITH THE AMOUNT DUE SO LOCKBOX CAN MATCH REMITTANCES. *
002000*                                                                 *
002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002300*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002310*   10/15/2026 JM    RETURNED-MAIL FLAG ON MAILTBL HOLDS THE     *
002320*                    STATEMENT; ADDRESS NEEDED PAGE ADDED.       *
002330*   10/15/2026 JM    INVOICE REFERENCE PRINTED ON EACH STATEMENT *
002340*                    AND FILED ON INVCTBL FOR LOCKBOX MATCHING.  *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
006600
006700 77  STATEMENT-COUNTER           PIC S9(8) COMP VALUE ZERO.
006800 77  DETAIL-COUNTER              PIC S9(8) COMP VALUE ZERO.
006810 77  WS-MAIL-RETURNED-SW         PIC X(01)   VALUE 'N'.
006820     88  WS-MAIL-RETURNED                    VALUE 'Y'.
006830 77  ADDRESS-NEEDED-COUNTER      PIC S9(8) COMP VALUE ZERO.
006840 77  ANE-COUNT                   PIC S9(4) COMP VALUE ZERO.
006850 77  ANE-IDX                     PIC S9(4) COMP VALUE ZERO.
006860 77  ANE-LIMIT                   PIC S9(4) COMP VALUE +500.
006870 77  INVOICE-COUNTER             PIC S9(8) COMP VALUE ZERO.
006880 77  WS-SCAN-DONE-SW             PIC X(01)   VALUE 'N'.
006890     88  WS-SCAN-DONE                        VALUE 'Y'.
006900
007000 77  DETAIL-COUNT                PIC S9(4) COMP VALUE ZERO.
007100 77  DETAIL-IDX                  PIC S9(4) COMP VALUE ZERO.
007500 01  WS-FROM-DATE                PIC 9(08)   VALUE ZERO.
007600 01  WS-TO-DATE                  PIC 9(08)   VALUE 99999999.
007700 01  WS-CURRENT-ID               PIC X(07)   VALUE SPACES.
007705 01  WS-RUN-DATE                 PIC 9(06)   VALUE ZERO.
007710 01  FILLER REDEFINES WS-RUN-DATE.
007715     02  WS-RUN-YY               PIC 9(02).
007720     02  WS-RUN-MM               PIC 9(02).
007725     02  WS-RUN-DD               PIC 9(02).
007730 01  WS-RUN-CCYYMMDD             PIC 9(08)   VALUE ZERO.
007735 01  FILLER REDEFINES WS-RUN-CCYYMMDD.
007740     02  WS-RUN-CCYY             PIC 9(04).
007745     02  WS-RUN-CMM              PIC 9(02).
007750     02  WS-RUN-CDD              PIC 9(02).
007755 01  WS-INVOICE-REFERENCE.
007760     02  WS-INVOICE-DATE         PIC 9(06).
007765     02  WS-INVOICE-NUMBER       PIC 9(04).
007770 01  WS-AMOUNT-DUE               PIC S9(5)V99 COMP-3 VALUE ZERO.
007775
007780 01  YRWIN-PARAMETER-VALUES      COPY YRWINDOW.
007800
007900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008000 01  AR-DETAIL-FILE              COPY VSAMIOFB.
008100 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
008105 01  RETURNED-MAIL-FILE          COPY VSAMIOFB.
008110 01  RETURNED-MAIL-RECORD.
008115     02  MRT-STUDENT-ID          PIC X(07).
008120     02  MRT-RETURNED-DATE       PIC 9(08).
008125     02  MRT-ENTERED-DATE        PIC 9(08).
008130     02  MRT-OPERATOR-ID         PIC X(08).
008135     02  FILLER                  PIC X(09).
008140
008145* ************************************************************** *
008150* STUDENTS HELD BACK FOR RETURNED MAIL (MAILTBL), LISTED ON THE  *
008155* ADDRESS NEEDED PAGE AT THE END OF THE RUN.                     *
008160* ************************************************************** *
008165 01  ADDRESS-NEEDED-TABLE.
008170     02  ADDRESS-NEEDED-ENTRY OCCURS 500 TIMES.
008175         03  ANE-STUDENT-ID      PIC X(07).
008180         03  ANE-NAME            PIC X(22).
008185         03  ANE-ADDRESS         PIC X(25).
008190         03  ANE-RETURNED-DATE   PIC 9(08).
008200
008300 01  AR-DETAIL-RECORD.
008400     02  ARD-STUDENT-ID          PIC X(07).
008800     02  ARD-REFERENCE           PIC X(20).
008900     02  ARD-BALANCE             PIC S9(5)V99 COMP-3.
009000     02  FILLER                  PIC X(14).
009007
009014* ************************************************************** *
009021* ONE RECORD PER STATEMENT ISSUED (DDNAME INVCTBL), KEYED BY THE *
009028* INVOICE REFERENCE PRINTED ON IT.  LOCKBOX LOOKS A COUPON'S     *
009035* REFERENCE UP HERE WHEN THE STUDENT ID IS MISSING OR BAD.       *
009042* ************************************************************** *
009049 01  INVOICE-FILE                COPY VSAMIOFB.
009056 01  INVOICE-RECORD.
009063     02  INV-REFERENCE           PIC X(10).
009070     02  INV-STUDENT-ID          PIC X(07).
009077     02  INV-STATEMENT-DATE      PIC 9(08).
009084     02  INV-AMOUNT-DUE          PIC S9(5)V99 COMP-3.
009091     02  FILLER                  PIC X(11).
009100
009200* ************************************************************** *
009300* IN-RANGE ACTIVITY COLLECTED FROM THE JOURNAL AND SORTED BY     *
013800     02  FILLER                  PIC X(04) VALUE ' TO '.
013900     02  TTL-TO-DATE             PIC 9(08).
014000     02  FILLER                  PIC X(89) VALUE SPACES.
014007
014014 01  INVOICE-LINE.
014021     02  FILLER                  PIC X(19) VALUE
014028         'INVOICE REFERENCE: '.
014035     02  IVL-REFERENCE           PIC X(10).
014042     02  FILLER                  PIC X(15) VALUE
014049         '   AMOUNT DUE: '.
014056     02  IVL-AMOUNT-DUE          PIC ZZ,ZZ9.99-.
014063     02  FILLER                  PIC X(32) VALUE
014070         '   RETURN THIS REFERENCE WITH   '.
014077     02  FILLER                  PIC X(12) VALUE
014084         'YOUR PAYMENT'.
014091     02  FILLER                  PIC X(34) VALUE SPACES.
014100
014200 01  COLUMN-HEAD-LINE.
014300     02  FILLER                  PIC X(10) VALUE 'DATE      '.
016500         '*** DETAIL TABLE FULL - LATER ACTIVITY NOT SHOWN  '.
016600     02  FILLER                  PIC X(82) VALUE SPACES.
016700
016702 01  ADDRESS-NEEDED-HEAD-LINE.
016704     02  FILLER                  PIC X(44) VALUE
016706         'ADDRESS NEEDED - MAIL RETURNED UNDELIVERABLE'.
016708     02  FILLER                  PIC X(22) VALUE
016710         ' - NOT MAILED THIS RUN'.
016712     02  FILLER                  PIC X(66) VALUE SPACES.
016714
016716 01  ADDRESS-NEEDED-COLUMN-LINE.
016718     02  FILLER                  PIC X(33) VALUE
016720         'STUDENT  NAME                    '.
016722     02  FILLER                  PIC X(35) VALUE
016724         'ADDRESS ON FILE            RETURNED'.
016726     02  FILLER                  PIC X(64) VALUE SPACES.
016728
016730 01  ADDRESS-NEEDED-LINE.
016732     02  ANL-STUDENT-ID          PIC X(07).
016734     02  FILLER                  PIC X(02) VALUE SPACES.
016736     02  ANL-NAME                PIC X(22).
016738     02  FILLER                  PIC X(02) VALUE SPACES.
016740     02  ANL-ADDRESS             PIC X(25).
016742     02  FILLER                  PIC X(02) VALUE SPACES.
016744     02  ANL-RETURNED-DATE       PIC 9(08).
016746     02  FILLER                  PIC X(64) VALUE SPACES.
016748
016750 01  ADDRESS-NEEDED-FULL-LINE.
016752     02  FILLER                  PIC X(46) VALUE
016754         '*** LIST FULL - FURTHER STUDENTS COUNTED BUT  '.
016756     02  FILLER                  PIC X(14) VALUE
016758         'NOT LISTED ***'.
016760     02  FILLER                  PIC X(72) VALUE SPACES.
016762
016764 01  ADDRESS-NEEDED-TOTAL-LINE.
016766     02  FILLER                  PIC X(16) VALUE
016768         'ADDRESS NEEDED: '.
016770     02  ANT-COUNT               PIC ZZZZ9.
016772     02  FILLER                  PIC X(111) VALUE SPACES.
016774
016800 01  SUMMARY-LINE.
016900     02  FILLER                  PIC X(21) VALUE
017000         'STATEMENTS PRINTED:  '.
017200     02  FILLER                  PIC X(16) VALUE
017300         '  DETAIL LINES: '.
017400     02  SUL-DETAILS             PIC ZZZZZZZ9.
017500     02  FILLER                  PIC X(18) VALUE
017510         '  ADDRESS NEEDED: '.
017520     02  SUL-ADDRESS-NEEDED      PIC ZZZZ9.
017530     02  FILLER                  PIC X(12) VALUE
017540         '  INVOICES: '.
017550     02  SUL-INVOICES            PIC ZZZZ9.
017560     02  FILLER                  PIC X(42) VALUE SPACES.
017600
017700 PROCEDURE DIVISION.
017800
022600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022700         STOP RUN.
022800*    END-IF.
022805
022810     MOVE 'MAILTBL' TO VSIO-DDNAME OF RETURNED-MAIL-FILE.
022815     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF RETURNED-MAIL-FILE.
022820     MOVE VSIO-DIRECT TO VSIO-ACCESS OF RETURNED-MAIL-FILE.
022825     MOVE VSIO-INPUT TO VSIO-MODE OF RETURNED-MAIL-FILE.
022830     MOVE +40 TO VSIO-RECORD-LENGTH OF RETURNED-MAIL-FILE.
022835     MOVE +0 TO VSIO-KEY-POSITION OF RETURNED-MAIL-FILE.
022840     MOVE +7 TO VSIO-KEY-LENGTH OF RETURNED-MAIL-FILE.
022845     MOVE VSIO-OPEN TO VSIO-COMMAND.
022850     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022855                         RETURNED-MAIL-FILE,
022860                         RETURNED-MAIL-RECORD.
022865*    END-CALL.
022870     IF NOT VSIO-SUCCESS
022875         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022880         STOP RUN.
022885*    END-IF.
022900
022903     MOVE 'INVCTBL' TO VSIO-DDNAME OF INVOICE-FILE.
022906     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF INVOICE-FILE.
022909     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INVOICE-FILE.
022912     MOVE VSIO-I-O TO VSIO-MODE OF INVOICE-FILE.
022915     MOVE +40 TO VSIO-RECORD-LENGTH OF INVOICE-FILE.
022918     MOVE +0 TO VSIO-KEY-POSITION OF INVOICE-FILE.
022921     MOVE +10 TO VSIO-KEY-LENGTH OF INVOICE-FILE.
022924     MOVE VSIO-OPEN TO VSIO-COMMAND.
022927     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022930                         INVOICE-FILE,
022933                         INVOICE-RECORD.
022936*    END-CALL.
022939     IF NOT VSIO-SUCCESS
022942         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022945         STOP RUN.
022948*    END-IF.
022951
022954     ACCEPT WS-RUN-DATE FROM DATE.
022957     MOVE YRWIN-EXPAND-YEAR TO YRWIN-COMMAND.
022960     MOVE WS-RUN-YY TO YRWIN-2-DIGIT-YEAR.
022963     CALL 'YRWINDOW' USING YRWIN-PARAMETER-BLOCK.
022966     MOVE YRWIN-4-DIGIT-YEAR TO WS-RUN-CCYY.
022969     MOVE WS-RUN-MM TO WS-RUN-CMM.
022972     MOVE WS-RUN-DD TO WS-RUN-CDD.
022975     MOVE WS-RUN-DATE TO WS-INVOICE-DATE.
022978
023000     OPEN OUTPUT REPORT-FILE.
023100     MOVE WS-FROM-DATE TO TTL-FROM-DATE.
023200     MOVE WS-TO-DATE TO TTL-TO-DATE.
024300
024400 020-TERMINATE.
024500
024510     PERFORM 650-PRINT-ADDRESS-NEEDED THRU 659-EXIT.
024520
024600     MOVE STATEMENT-COUNTER TO SUL-STATEMENTS.
024700     MOVE DETAIL-COUNTER TO SUL-DETAILS.
024710     MOVE ADDRESS-NEEDED-COUNTER TO SUL-ADDRESS-NEEDED.
024720     MOVE INVOICE-COUNTER TO SUL-INVOICES.
024800     WRITE REPORT-LINE FROM SUMMARY-LINE
024900         AFTER ADVANCING PAGE.
025000
025900                         STUDENT-MASTER-FILE,
026000                         STUDENT-RECORD-AREA.
026100*    END-CALL.
026110     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026120                         RETURNED-MAIL-FILE,
026130                         RETURNED-MAIL-RECORD.
026140*    END-CALL.
026150     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026160                         INVOICE-FILE,
026170                         INVOICE-RECORD.
026180*    END-CALL.
026200
026300     DISPLAY 'ARSTMT: STATEMENTS PRINTED: ' STATEMENT-COUNTER.
026400     DISPLAY 'ARSTMT: DETAIL LINES:       ' DETAIL-COUNTER.
026410     DISPLAY 'ARSTMT: ADDRESS NEEDED:     '
026420         ADDRESS-NEEDED-COUNTER.
026430     DISPLAY 'ARSTMT: INVOICES FILED:     ' INVOICE-COUNTER.
026500     STOP RUN.
026600
026700 110-COLLECT-ONE-DETAIL.
037700         MOVE DTE-STUDENT-ID (DETAIL-IDX) TO WS-CURRENT-ID
037800         PERFORM 234-PRINT-STATEMENT-HEAD THRU 234-EXIT.
037900*    END-IF.
037910     IF WS-MAIL-RETURNED
037920         ADD 1 TO DETAIL-IDX
037930         GO TO 232-EXIT.
037940*    END-IF.
038000
038100     MOVE DTE-POST-DATE (DETAIL-IDX) TO SDL-POST-DATE.
038200     MOVE DTE-TYPE (DETAIL-IDX) TO SDL-TYPE.
039200
039300 234-PRINT-STATEMENT-HEAD.
039400
039700     MOVE SPACES TO STUDENT-RECORD-AREA.
039800     MOVE WS-CURRENT-ID TO STUDENT-RECORD-AREA (1:7).
039900     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
042000         MOVE STUDENT-RECORD-AREA TO STUDENT-INFO-RECORD.
042100*    END-IF.
042200
042210     PERFORM 600-CHECK-RETURNED-MAIL THRU 609-EXIT.
042220     IF WS-MAIL-RETURNED
042230         PERFORM 610-LIST-ADDRESS-NEEDED THRU 619-EXIT
042240         GO TO 234-EXIT.
042250*    END-IF.
042260
042270     ADD +1 TO STATEMENT-COUNTER.
042275     PERFORM 240-FILE-INVOICE THRU 249-EXIT.
042280
042300     MOVE SIR-NAME TO AL-TEXT.
042400     WRITE REPORT-LINE FROM ADDRESS-LINE
042500         AFTER ADVANCING PAGE.
043200     WRITE REPORT-LINE FROM BLANK-LINE.
043300
043400     WRITE REPORT-LINE FROM TITLE-LINE.
043410     WRITE REPORT-LINE FROM INVOICE-LINE.
043500     WRITE REPORT-LINE FROM COLUMN-HEAD-LINE.
043600
043700 234-EXIT.
043800     EXIT.
043801
043802* ************************************************************** *
043803* NUMBERS THE STATEMENT AND FILES IT ON INVCTBL.  THE AMOUNT DUE *
043804* IS THE RUNNING BALANCE AFTER THE STUDENT'S LAST ACTIVITY IN    *
043805* RANGE.  A REFERENCE ALREADY ON FILE (THE SAME RUN REPEATED THE *
043806* SAME DAY) IS REWRITTEN RATHER THAN ADDED.                      *
043807* ************************************************************** *
043808 240-FILE-INVOICE.
043809
043810     MOVE STATEMENT-COUNTER TO WS-INVOICE-NUMBER.
043811     MOVE ZERO TO WS-AMOUNT-DUE.
043812     MOVE 'N' TO WS-SCAN-DONE-SW.
043813     MOVE DETAIL-IDX TO SORT-IDX.
043814     PERFORM 242-SCAN-FOR-BALANCE
043815        THRU 242-EXIT
043816       UNTIL WS-SCAN-DONE.
043817*    END-PERFORM.
043818
043819     MOVE SPACES TO INVOICE-RECORD.
043820     MOVE WS-INVOICE-REFERENCE TO INV-REFERENCE.
043821     MOVE WS-CURRENT-ID TO INV-STUDENT-ID.
043822     MOVE WS-RUN-CCYYMMDD TO INV-STATEMENT-DATE.
043823     MOVE WS-AMOUNT-DUE TO INV-AMOUNT-DUE.
043824     MOVE WS-INVOICE-REFERENCE TO IVL-REFERENCE.
043825     MOVE WS-AMOUNT-DUE TO IVL-AMOUNT-DUE.
043826
043827     MOVE VSIO-WRITE TO VSIO-COMMAND.
043828     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043829                         INVOICE-FILE,
043830                         INVOICE-RECORD.
043831*    END-CALL.
043832     IF NOT VSIO-SUCCESS
043833         MOVE VSIO-REWRITE TO VSIO-COMMAND
043834         CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
043835                             INVOICE-FILE,
043836                             INVOICE-RECORD
043837     END-IF.
043838     IF NOT VSIO-SUCCESS
043839         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043840         MOVE +0 TO VSIO-RETURN-CODE
043841         GO TO 249-EXIT.
043842*    END-IF.
043843     ADD +1 TO INVOICE-COUNTER.
043844
043845 249-EXIT.
043846     EXIT.
043847
043848 242-SCAN-FOR-BALANCE.
043849
043850     IF SORT-IDX GREATER THAN DETAIL-COUNT
043851         MOVE 'Y' TO WS-SCAN-DONE-SW
043852         GO TO 242-EXIT.
043853*    END-IF.
043854     IF DTE-STUDENT-ID (SORT-IDX) NOT EQUAL WS-CURRENT-ID
043855         MOVE 'Y' TO WS-SCAN-DONE-SW
043856         GO TO 242-EXIT.
043857*    END-IF.
043858     MOVE DTE-BALANCE (SORT-IDX) TO WS-AMOUNT-DUE.
043859     ADD 1 TO SORT-IDX.
043860
043861 242-EXIT.
043862     EXIT.
043900
044000* ************************************************************** *
044100* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
045200
045300 509-EXIT.
045400     EXIT.
045500
045600* ************************************************************** *
045700* LOOKS THE STUDENT UP ON MAILTBL (MAILMNT).  A RECORD ON FILE   *
045800* MEANS MAIL TO THE ADDRESS ON STUDENT-MASTER-FILE HAS COME BACK *
045900* UNDELIVERABLE, SO NOTHING IS PRINTED FOR THE WINDOW ENVELOPE   *
046000* UNTIL STUMAINT RECORDS A NEW ADDRESS AND CLEARS THE FLAG.      *
046100* ************************************************************** *
046200 600-CHECK-RETURNED-MAIL.
046300
046400     MOVE 'N' TO WS-MAIL-RETURNED-SW.
046500     MOVE SPACES TO RETURNED-MAIL-RECORD.
046600     MOVE WS-CURRENT-ID TO MRT-STUDENT-ID.
046700     MOVE VSIO-READ TO VSIO-COMMAND.
046800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046900                         RETURNED-MAIL-FILE,
047000                         RETURNED-MAIL-RECORD.
047100*    END-CALL.
047200     IF VSIO-SUCCESS
047300         MOVE 'Y' TO WS-MAIL-RETURNED-SW
047400     ELSE
047500         IF NOT VSIO-RECORD-NOT-FOUND
047600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
047700*        END-IF
047800*    END-IF.
047900     MOVE +0 TO VSIO-RETURN-CODE.
048000
048100 609-EXIT.
048200     EXIT.
048300
048400* ************************************************************** *
048500* ADDS A HELD-BACK STUDENT TO THE ADDRESS NEEDED LIST.  PAST THE *
048600* TABLE LIMIT THE STUDENT IS STILL COUNTED.                      *
048700* ************************************************************** *
048800 610-LIST-ADDRESS-NEEDED.
048900
049000     ADD +1 TO ADDRESS-NEEDED-COUNTER.
049100     IF ANE-COUNT NOT LESS THAN ANE-LIMIT
049200         GO TO 619-EXIT.
049300*    END-IF.
049400     ADD +1 TO ANE-COUNT.
049500     MOVE MRT-STUDENT-ID TO ANE-STUDENT-ID (ANE-COUNT).
049600     MOVE SIR-NAME TO ANE-NAME (ANE-COUNT).
049700     MOVE SIR-ADDRESS TO ANE-ADDRESS (ANE-COUNT).
049800     MOVE MRT-RETURNED-DATE TO ANE-RETURNED-DATE (ANE-COUNT).
049900
050000 619-EXIT.
050100     EXIT.
050200
050300* ************************************************************** *
050400* PRINTS THE ADDRESS NEEDED PAGE FOR THE MAILROOM: EVERY STUDENT *
050500* HELD BACK FOR RETURNED MAIL, WITH THE ADDRESS STILL ON FILE    *
050600* AND THE DATE THE MAIL CAME BACK.  NO PAGE WHEN NONE WERE HELD. *
050700* ************************************************************** *
050800 650-PRINT-ADDRESS-NEEDED.
050900
051000     IF ADDRESS-NEEDED-COUNTER EQUAL ZERO
051100         GO TO 659-EXIT.
051200*    END-IF.
051300
051400     WRITE REPORT-LINE FROM ADDRESS-NEEDED-HEAD-LINE
051500         AFTER ADVANCING PAGE.
051600     WRITE REPORT-LINE FROM BLANK-LINE.
051700     WRITE REPORT-LINE FROM ADDRESS-NEEDED-COLUMN-LINE.
051800
051900     MOVE 1 TO ANE-IDX.
052000     PERFORM 655-PRINT-ONE-ADDRESS-NEEDED
052100        THRU 655-EXIT
052200       UNTIL ANE-IDX GREATER THAN ANE-COUNT.
052300*    END-PERFORM.
052400
052500     IF ADDRESS-NEEDED-COUNTER GREATER THAN ANE-COUNT
052600         WRITE REPORT-LINE FROM ADDRESS-NEEDED-FULL-LINE.
052700*    END-IF.
052800     WRITE REPORT-LINE FROM BLANK-LINE.
052900     MOVE ADDRESS-NEEDED-COUNTER TO ANT-COUNT.
053000     WRITE REPORT-LINE FROM ADDRESS-NEEDED-TOTAL-LINE.
053100
053200 659-EXIT.
053300     EXIT.
053400
053500 655-PRINT-ONE-ADDRESS-NEEDED.
053600
053700     MOVE ANE-STUDENT-ID (ANE-IDX) TO ANL-STUDENT-ID.
053800     MOVE ANE-NAME (ANE-IDX) TO ANL-NAME.
053900     MOVE ANE-ADDRESS (ANE-IDX) TO ANL-ADDRESS.
054000     MOVE ANE-RETURNED-DATE (ANE-IDX) TO ANL-RETURNED-DATE.
054100     WRITE REPORT-LINE FROM ADDRESS-NEEDED-LINE.
054200     ADD 1 TO ANE-IDX.
054300
054400 655-EXIT.
054500     EXIT.
