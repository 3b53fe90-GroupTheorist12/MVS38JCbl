001900* COMBINED LEFT TO RIGHT WITH NO PRECEDENCE, THE WAY THE        *
002000* KEYPUNCH DECKS ARE READ.  COURSE/ENROLLMENT RECORDS ARE       *
002100* NEVER SELECTED.                                               *
002110* A SELECTED STUDENT WITH A PRIVACY BLOCK ON PRIVTBL (PRIVMNT)  *
002120* IS SUPPRESSED FROM BOTH THE LISTING AND THE EXTRACT AND IS    *
002130* COUNTED ON THE FOOTING.                                       *
002200*                                                                 *
002300* MODIFICATION HISTORY.                                          *
002400*   DATE       INIT  DESCRIPTION                                 *
002500*   08/11/2026 JM    ORIGINAL PROGRAM.                           *
002510*   10/15/2026 JM    STUDENTS BLOCKED ON PRIVTBL SUPPRESSED FROM *
002520*                    LISTING AND EXTRACT; COUNT ON FOOTING.      *
002600* ************************************************************* *
002700
002800 ENVIRONMENT DIVISION.
009100 77  CRITERIA-IDX                PIC S9(4) COMP VALUE ZERO.
009200 77  CRITERIA-LIMIT              PIC S9(4) COMP VALUE +10.
009300 77  MATCH-COUNTER               PIC S9(8) COMP VALUE ZERO.
009310 77  BLOCKED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009400
009500 77  WS-RECORD-MATCH-SW          PIC X(01)   VALUE 'N'.
009600     88  WS-RECORD-MATCHES                   VALUE 'Y'.
009700 77  WS-TEST-RESULT-SW           PIC X(01)   VALUE 'N'.
009800     88  WS-TEST-TRUE                        VALUE 'Y'.
009810 77  WS-RELEASE-BLOCKED-SW       PIC X(01)   VALUE 'N'.
009820     88  WS-RELEASE-BLOCKED                  VALUE 'Y'.
009900
010000 77  WS-VALUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
010100
012100     02  SIR-ZIPCODE             PIC 9(05).
012200     02  SIR-GENDER              PIC X(01).
012300     02  SIR-MAJOR               PIC X(03).
012310
012320 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
012330 01  PRIVACY-BLOCK-RECORD.
012340     02  PRV-STUDENT-ID          PIC X(07).
012350     02  PRV-REQUEST-DATE        PIC 9(08).
012360     02  PRV-ENTERED-DATE        PIC 9(08).
012370     02  PRV-OPERATOR-ID         PIC X(08).
012380     02  FILLER                  PIC X(09).
012400
012500 01  HEADING-LINE-1.
012600     02  FILLER                  PIC X(26) VALUE
014800     02  FILLER                  PIC X(18) VALUE
014900         'STUDENTS SELECTED:'.
015000     02  TL-MATCH-COUNT          PIC ZZZZ9.
015010     02  FILLER                  PIC X(21) VALUE
015020         '   RELEASE BLOCKED:  '.
015030     02  TL-BLOCKED-COUNT        PIC ZZZZ9.
015100     02  FILLER                  PIC X(83) VALUE SPACES.
015200
015300 PROCEDURE DIVISION.
015400
019700         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019800         STOP RUN.
019900*    END-IF.
019910
019920     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
019930     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
019940     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
019950     MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
019960     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
019970     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
019980     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
019981     MOVE VSIO-OPEN TO VSIO-COMMAND.
019982     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019983                         PRIVACY-TABLE-FILE,
019984                         PRIVACY-BLOCK-RECORD.
019985*    END-CALL.
019986     IF NOT VSIO-SUCCESS
019987         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
019988         STOP RUN.
019989*    END-IF.
020000
020100     IF CC-MODE-LISTING
020200         OPEN OUTPUT REPORT-FILE
021600
021700     IF CC-MODE-LISTING
021800         MOVE MATCH-COUNTER TO TL-MATCH-COUNT
021810         MOVE BLOCKED-COUNTER TO TL-BLOCKED-COUNT
021900         WRITE REPORT-LINE FROM TOTAL-LINE
022000         CLOSE REPORT-FILE
022100     ELSE
023000     IF NOT VSIO-SUCCESS
023100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
023200*    END-IF.
023210
023220     MOVE VSIO-CLOSE TO VSIO-COMMAND.
023230     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023240                         PRIVACY-TABLE-FILE,
023250                         PRIVACY-BLOCK-RECORD.
023260*    END-CALL.
023270     IF NOT VSIO-SUCCESS
023280         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
023290*    END-IF.
023300
023400     DISPLAY 'STUSELEC: STUDENTS SELECTED: ' MATCH-COUNTER.
023410     DISPLAY 'STUSELEC: RELEASE BLOCKED:   ' BLOCKED-COUNTER.
023500     STOP RUN.
023600
023700* ************************************************************** *
031100     IF NOT WS-RECORD-MATCHES
031200         GO TO 119-EXIT.
031300*    END-IF.
031310
031320     PERFORM 140-CHECK-PRIVACY-BLOCK THRU 149-EXIT.
031330     IF WS-RELEASE-BLOCKED
031340         ADD +1 TO BLOCKED-COUNTER
031350         GO TO 119-EXIT.
031360*    END-IF.
031400
031500     ADD +1 TO MATCH-COUNTER.
031600     IF CC-MODE-LISTING
041900
042000 134-EXIT.
042100     EXIT.
042103
042106* ************************************************************** *
042109* LOOKS THE STUDENT UP ON PRIVTBL.  A RECORD ON FILE MEANS THE   *
042112* STUDENT HAS BLOCKED RELEASE OF DIRECTORY INFORMATION.  ANY     *
042115* ERROR OTHER THAN NOT-FOUND IS TREATED AS BLOCKED, SO A FILE    *
042118* PROBLEM NEVER RELEASES WHAT A STUDENT ASKED US TO WITHHOLD.    *
042121* ************************************************************** *
042124 140-CHECK-PRIVACY-BLOCK.
042127
042130     MOVE 'N' TO WS-RELEASE-BLOCKED-SW.
042133     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
042136     MOVE SIR-STUDENT-ID TO PRV-STUDENT-ID.
042139     MOVE VSIO-READ TO VSIO-COMMAND.
042142     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042145                         PRIVACY-TABLE-FILE,
042148                         PRIVACY-BLOCK-RECORD.
042151*    END-CALL.
042154     IF VSIO-SUCCESS
042157         MOVE 'Y' TO WS-RELEASE-BLOCKED-SW
042160     ELSE
042163         IF NOT VSIO-RECORD-NOT-FOUND
042166             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042169             MOVE 'Y' TO WS-RELEASE-BLOCKED-SW.
042172*        END-IF
042175*    END-IF.
042178
042181 149-EXIT.
042184     EXIT.
042200
042300* ************************************************************** *
042400* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
