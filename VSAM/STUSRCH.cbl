001100* THE FILE IS A KSDS SHARED WITH KSDSMULT, SO STUDENT MASTER    *
001200* RECORDS (83 BYTES) MUST BE DISTINGUISHED FROM THE COURSE/     *
001300* ENROLLMENT RECORDS THAT SHARE THE SAME CLUSTER.                *
001310* A MATCHING STUDENT WITH A PRIVACY BLOCK ON PRIVTBL (PRIVMNT)  *
001320* IS LISTED BY ID ONLY WITH A RELEASE BLOCKED NOTICE, AND IS    *
001330* COUNTED SEPARATELY ON THE FOOTING.                            *
001400*                                                                 *
001500* MODIFICATION HISTORY.                                          *
001600*   DATE       INIT  DESCRIPTION                                 *
001700*   08/09/2026 JM    ORIGINAL PROGRAM.                           *
001710*   10/15/2026 JM    PRIVTBL PRIVACY BLOCK HONORED: NAME AND     *
001720*                    ADDRESS WITHHELD, BLOCKED COUNT FOOTED.     *
001800* ************************************************************* *
001900
002000 ENVIRONMENT DIVISION.
005000 01  REPORT-LINE                 PIC X(132).
005100
005200 WORKING-STORAGE SECTION.
005210 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
005220     88  END-OF-FILE                         VALUE 'Y'.
005230 77  WS-RELEASE-BLOCKED-SW       PIC X(01)   VALUE 'N'.
005240     88  WS-RELEASE-BLOCKED                  VALUE 'Y'.
005250
005300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
005400 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
005500 01  STUDENT-RECORD-AREA         PIC X(83).
006300     02  SIR-ZIPCODE             PIC 9(05).
006400     02  SIR-GENDER              PIC X(01).
006500     02  SIR-MAJOR               PIC X(03).
006510
006520 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
006530 01  PRIVACY-BLOCK-RECORD.
006540     02  PRV-STUDENT-ID          PIC X(07).
006550     02  PRV-REQUEST-DATE        PIC 9(08).
006560     02  PRV-ENTERED-DATE        PIC 9(08).
006570     02  PRV-OPERATOR-ID         PIC X(08).
006580     02  FILLER                  PIC X(09).
006600
006700 01  REPORTING-FIELDS.
006800     02  WS-SEARCH-LENGTH        PIC S9(4) COMP VALUE ZERO.
006900     02  WS-MATCH-COUNT          PIC S9(4) COMP VALUE ZERO.
006910     02  WS-BLOCKED-COUNT        PIC S9(4) COMP VALUE ZERO.
007000
007100 01  HEADING-LINE-1.
007200     02  FILLER                  PIC X(30) VALUE
009600     02  FILLER                  PIC X(02) VALUE SPACES.
009700     02  DL-MAJOR                PIC X(03).
009800     02  FILLER                  PIC X(49) VALUE SPACES.
009810
009820 01  BLOCKED-LINE.
009830     02  BL-STUDENT-ID           PIC X(07).
009840     02  FILLER                  PIC X(05) VALUE SPACES.
009850     02  FILLER                  PIC X(47) VALUE
009860         '*** RELEASE BLOCKED - DIRECTORY INFORMATION ***'.
009870     02  FILLER                  PIC X(73) VALUE SPACES.
009900
010000 01  NO-MATCH-LINE.
010100     02  FILLER                  PIC X(35) VALUE
010700         'TOTAL MATCHES FOUND:'.
010800     02  TL-MATCH-COUNT          PIC ZZZ9.
010900     02  FILLER                  PIC X(108) VALUE SPACES.
010910
010920 01  BLOCKED-TOTAL-LINE.
010930     02  FILLER                  PIC X(20) VALUE
010940         'RELEASE BLOCKED:    '.
010950     02  TL-BLOCKED-COUNT        PIC ZZZ9.
010960     02  FILLER                  PIC X(108) VALUE SPACES.
011000
011100 PROCEDURE DIVISION.
011200
015200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015300         STOP RUN.
015400*    END-IF.
015410
015420     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
015430     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
015440     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
015450     MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
015460     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
015470     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
015480     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
015490     MOVE VSIO-OPEN TO VSIO-COMMAND.
015491     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015492                         PRIVACY-TABLE-FILE,
015493                         PRIVACY-BLOCK-RECORD.
015494*    END-CALL.
015495     IF NOT VSIO-SUCCESS
015496         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015497         STOP RUN.
015498*    END-IF.
015500
015600 010-PROCESS.
015700
015800     PERFORM 110-PROCESS-STUDENTS
015900        THRU 119-EXIT
016000       UNTIL END-OF-FILE.
016100*    END-PERFORM.
016200
016300 020-TERMINATE.
016400
016500     IF WS-MATCH-COUNT EQUAL ZERO
016510     AND WS-BLOCKED-COUNT EQUAL ZERO
016600         WRITE REPORT-LINE FROM NO-MATCH-LINE.
016700*    END-IF.
016800     MOVE WS-MATCH-COUNT TO TL-MATCH-COUNT.
016900     WRITE REPORT-LINE FROM TOTAL-LINE.
016910     MOVE WS-BLOCKED-COUNT TO TL-BLOCKED-COUNT.
016920     WRITE REPORT-LINE FROM BLOCKED-TOTAL-LINE.
017000     CLOSE REPORT-FILE.
017100
017200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
017700     IF NOT VSIO-SUCCESS
017800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
017900*    END-IF.
017910
017920     MOVE VSIO-CLOSE TO VSIO-COMMAND.
017930     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
017940                         PRIVACY-TABLE-FILE,
017950                         PRIVACY-BLOCK-RECORD.
017960*    END-CALL.
017970     IF NOT VSIO-SUCCESS
017980         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
017990*    END-IF.
018000
018100     STOP RUN.
018200
019000*    END-CALL.
019100     IF NOT VSIO-SUCCESS
019200         IF VSIO-END-OF-FILE
019210             MOVE 'Y' TO END-OF-FILE-SWITCH
019300             GO TO 119-EXIT
019400         ELSE
019500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019510             MOVE 'Y' TO END-OF-FILE-SWITCH
019600             GO TO 119-EXIT.
019700*        END-IF
019800*    END-IF.
020700
020800 120-CHECK-FOR-MATCH.
020900
021000     IF SIR-NAME (1:WS-SEARCH-LENGTH) NOT EQUAL
021100                CC-SEARCH-NAME (1:WS-SEARCH-LENGTH)
021110         GO TO 129-EXIT.
021120*    END-IF.
021130
021140     PERFORM 130-CHECK-PRIVACY-BLOCK THRU 139-EXIT.
021150     IF WS-RELEASE-BLOCKED
021160         ADD +1 TO WS-BLOCKED-COUNT
021170         MOVE SIR-STUDENT-ID TO BL-STUDENT-ID
021180         WRITE REPORT-LINE FROM BLOCKED-LINE
021190         GO TO 129-EXIT.
021195*    END-IF.
021196
021200     ADD +1 TO WS-MATCH-COUNT.
021300     MOVE SIR-STUDENT-ID TO DL-STUDENT-ID.
021400     MOVE SIR-NAME TO DL-NAME.
021500     MOVE SIR-ADDRESS TO DL-ADDRESS.
021600     MOVE SIR-CITY TO DL-CITY.
021700     MOVE SIR-MAJOR TO DL-MAJOR.
021800     WRITE REPORT-LINE FROM DETAIL-LINE.
022000
022100 129-EXIT.
022200     EXIT.
022203
022206* ************************************************************** *
022209* LOOKS THE STUDENT UP ON PRIVTBL.  A RECORD ON FILE MEANS THE   *
022212* STUDENT HAS BLOCKED RELEASE OF DIRECTORY INFORMATION.  ANY     *
022215* ERROR OTHER THAN NOT-FOUND IS TREATED AS BLOCKED, SO A FILE    *
022218* PROBLEM NEVER RELEASES WHAT A STUDENT ASKED US TO WITHHOLD.    *
022221* ************************************************************** *
022224 130-CHECK-PRIVACY-BLOCK.
022227
022230     MOVE 'N' TO WS-RELEASE-BLOCKED-SW.
022233     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
022236     MOVE SIR-STUDENT-ID TO PRV-STUDENT-ID.
022239     MOVE VSIO-READ TO VSIO-COMMAND.
022242     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022245                         PRIVACY-TABLE-FILE,
022248                         PRIVACY-BLOCK-RECORD.
022251*    END-CALL.
022254     IF VSIO-SUCCESS
022257         MOVE 'Y' TO WS-RELEASE-BLOCKED-SW
022260     ELSE
022263         IF NOT VSIO-RECORD-NOT-FOUND
022266             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
022269             MOVE 'Y' TO WS-RELEASE-BLOCKED-SW.
022272*        END-IF
022275*    END-IF.
022278
022281 139-EXIT.
022284     EXIT.
022300
022400* ************************************************************** *
022500* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
