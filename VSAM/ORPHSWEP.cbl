000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ORPHSWEP.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* CROSS-CLUSTER REFERENTIAL INTEGRITY SWEEP.  STMAUDIT CHECKS   *
000900* STUDENT-MASTER-FILE AGAINST ITSELF; THIS SWEEP CHECKS THE     *
001000* CLUSTERS THAT HANG OFF IT.  EACH CLUSTER BELOW IS READ FRONT  *
001100* TO BACK AND THE SIR-STUDENT-ID ON EVERY RECORD IS LOOKED UP   *
001200* ON STMASTR (THE KEY-ID 000 DEMOGRAPHIC RECORD):               *
001300*   HOLDTBL  ADVSTBL  AIDTBL   PLANTBL  SPONAUTH DUNTBL         *
001400*   PERMTBL  GAPPTBL  MIDTERM  ARBAL    STDXREF                 *
001500* A RECORD WHOSE STUDENT IS NOT ON STMASTR (DELETED BY          *
001600* STUMAINT, OR LOST IN A BAD RELOAD) IS AN ORPHAN.  NOTHING IS  *
001700* CHANGED; THE SWEEP ONLY REPORTS.                              *
001800*                                                               *
001900* THE REPORT (SYSPRINT) LISTS THE ORPHANS CLUSTER BY CLUSTER,   *
002000* EACH WITH THE CONTENTS OF THE ORPHAN RECORD, FOLLOWED BY A    *
002100* SUMMARY OF RECORDS READ AND ORPHANS FOUND PER CLUSTER.  EVERY *
002200* ORPHAN IS ALSO WRITTEN TO ORPHEXC IN THE SHARED EXCPREC       *
002300* FORMAT (KEY = STUDENT ID + CLUSTER, WITH A REASON CODE OF ITS *
002400* OWN PER CLUSTER SUCH AS OHLD FOR HOLDTBL) SO IT CAN BE        *
002500* CONCATENATED ONTO EXCPCONS' EXCIN FOR THE MORNING REPORT.     *
002600*                                                               *
002700* THE RUN ENDS RC 4 WHEN ANY ORPHAN IS FOUND AND RC 8 WHEN A    *
002800* CLUSTER COULD NOT BE OPENED OR READ TO THE END.               *
002900*                                                               *
003000* MODIFICATION HISTORY.                                         *
003100*   DATE       INIT  DESCRIPTION                                *
003200*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
003300* ************************************************************* *
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200
004300     SELECT EXCEPTION-FILE
004400         ASSIGN TO UT-S-ORPHEXC.
004500
004600     SELECT REPORT-FILE
004700         ASSIGN TO UR-1403-S-SYSPRINT.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EXCEPTION-FILE
005200     LABEL RECORDS ARE OMITTED
005300     RECORD CONTAINS 80 CHARACTERS
005400     BLOCK CONTAINS 0 RECORDS
005500     DATA RECORD IS EXCEPTION-RECORD.
005600 01  EXCEPTION-RECORD.           COPY EXCPREC.
005700
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE OMITTED
006000     RECORD CONTAINS 132 CHARACTERS
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS REPORT-LINE.
006300 01  REPORT-LINE                 PIC X(132).
006400
006500 WORKING-STORAGE SECTION.
006600 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
006700     88  END-OF-FILE                         VALUE 'Y'.
006800
006900 77  WS-INCOMPLETE-SWITCH        PIC X(01)   VALUE 'N'.
007000     88  WS-INCOMPLETE                       VALUE 'Y'.
007100
007200 77  WS-ON-MASTER-SWITCH         PIC X(01)   VALUE 'N'.
007300     88  WS-ON-MASTER                        VALUE 'Y'.
007400
007500 77  WS-CURRENT-FX               PIC S9(4) COMP  VALUE ZERO.
007600 77  FX-AR-BALANCE               PIC S9(4) COMP  VALUE +10.
007700 77  FX-LIMIT                    PIC S9(4) COMP  VALUE +11.
007800 77  WS-ID-POSITION              PIC S9(4) COMP  VALUE ZERO.
007900
008000 77  WS-LAST-ID                  PIC X(07)   VALUE SPACES.
008100 77  WS-STUDENT-ID               PIC X(07)   VALUE SPACES.
008200
008300 77  ORPHAN-COUNTER              PIC S9(8) COMP  VALUE ZERO.
008400 77  LOOKUP-COUNTER              PIC S9(8) COMP  VALUE ZERO.
008500
008600* ************************************************************** *
008700* THE CLUSTERS SWEPT, IN RUN ORDER: DDNAME, RECORD LENGTH, KEY   *
008800* LENGTH, POSITION OF THE 7-BYTE STUDENT ID IN THE RECORD, AND   *
008900* THE EXCPREC REASON CODE ITS ORPHANS ARE COUNTED UNDER.         *
009000* ************************************************************** *
009100 01  CLUSTER-VALUES.
009200     02  FILLER                  PIC X(08) VALUE 'HOLDTBL'.
009300     02  FILLER                  PIC 9(03) VALUE 054.
009400     02  FILLER                  PIC 9(02) VALUE 08.
009500     02  FILLER                  PIC 9(02) VALUE 01.
009600     02  FILLER                  PIC X(04) VALUE 'OHLD'.
009700     02  FILLER                  PIC X(08) VALUE 'ADVSTBL'.
009800     02  FILLER                  PIC 9(03) VALUE 020.
009900     02  FILLER                  PIC 9(02) VALUE 07.
010000     02  FILLER                  PIC 9(02) VALUE 01.
010100     02  FILLER                  PIC X(04) VALUE 'OADV'.
010200     02  FILLER                  PIC X(08) VALUE 'AIDTBL'.
010300     02  FILLER                  PIC 9(03) VALUE 031.
010400     02  FILLER                  PIC 9(02) VALUE 17.
010500     02  FILLER                  PIC 9(02) VALUE 01.
010600     02  FILLER                  PIC X(04) VALUE 'OAID'.
010700     02  FILLER                  PIC X(08) VALUE 'PLANTBL'.
010800     02  FILLER                  PIC 9(03) VALUE 033.
010900     02  FILLER                  PIC 9(02) VALUE 09.
011000     02  FILLER                  PIC 9(02) VALUE 01.
011100     02  FILLER                  PIC X(04) VALUE 'OPLN'.
011200     02  FILLER                  PIC X(08) VALUE 'SPONAUTH'.
011300     02  FILLER                  PIC 9(03) VALUE 020.
011400     02  FILLER                  PIC 9(02) VALUE 07.
011500     02  FILLER                  PIC 9(02) VALUE 01.
011600     02  FILLER                  PIC X(04) VALUE 'OSPA'.
011700     02  FILLER                  PIC X(08) VALUE 'DUNTBL'.
011800     02  FILLER                  PIC 9(03) VALUE 016.
011900     02  FILLER                  PIC 9(02) VALUE 07.
012000     02  FILLER                  PIC 9(02) VALUE 01.
012100     02  FILLER                  PIC X(04) VALUE 'ODUN'.
012200     02  FILLER                  PIC X(08) VALUE 'PERMTBL'.
012300     02  FILLER                  PIC 9(03) VALUE 026.
012400     02  FILLER                  PIC 9(02) VALUE 13.
012500     02  FILLER                  PIC 9(02) VALUE 07.
012600     02  FILLER                  PIC X(04) VALUE 'OPRM'.
012700     02  FILLER                  PIC X(08) VALUE 'GAPPTBL'.
012800     02  FILLER                  PIC 9(03) VALUE 051.
012900     02  FILLER                  PIC 9(02) VALUE 07.
013000     02  FILLER                  PIC 9(02) VALUE 01.
013100     02  FILLER                  PIC X(04) VALUE 'OGAP'.
013200     02  FILLER                  PIC X(08) VALUE 'MIDTERM'.
013300     02  FILLER                  PIC 9(03) VALUE 027.
013400     02  FILLER                  PIC 9(02) VALUE 10.
013500     02  FILLER                  PIC 9(02) VALUE 01.
013600     02  FILLER                  PIC X(04) VALUE 'OMID'.
013700     02  FILLER                  PIC X(08) VALUE 'ARBAL'.
013800     02  FILLER                  PIC 9(03) VALUE 023.
013900     02  FILLER                  PIC 9(02) VALUE 07.
014000     02  FILLER                  PIC 9(02) VALUE 01.
014100     02  FILLER                  PIC X(04) VALUE 'OBAL'.
014200     02  FILLER                  PIC X(08) VALUE 'STDXREF'.
014300     02  FILLER                  PIC 9(03) VALUE 020.
014400     02  FILLER                  PIC 9(02) VALUE 03.
014500     02  FILLER                  PIC 9(02) VALUE 04.
014600     02  FILLER                  PIC X(04) VALUE 'OXRF'.
014700 01  CLUSTER-TABLE REDEFINES CLUSTER-VALUES.
014800     02  CLUSTER-ENTRY OCCURS 11 TIMES.
014900         03  CE-DDNAME           PIC X(08).
015000         03  CE-RECORD-LENGTH    PIC 9(03).
015100         03  CE-KEY-LENGTH       PIC 9(02).
015200         03  CE-ID-POSITION      PIC 9(02).
015300         03  CE-REASON-CODE      PIC X(04).
015400
015500 01  CLUSTER-COUNT-TABLE.
015600     02  CLUSTER-COUNTS OCCURS 11 TIMES.
015700         03  CT-READ             PIC S9(8) COMP.
015800         03  CT-ORPHANS          PIC S9(8) COMP.
015900         03  CT-STATUS           PIC X(01).
016000             88  CT-SWEPT                VALUE 'S'.
016100             88  CT-OPEN-FAILED          VALUE 'F'.
016200             88  CT-READ-FAILED          VALUE 'R'.
016300
016400 01  WS-RUN-DATE-YYMMDD          PIC 9(06)   VALUE ZERO.
016500 01  FILLER REDEFINES WS-RUN-DATE-YYMMDD.
016600     02  WS-RUN-YY               PIC 9(02).
016700     02  WS-RUN-MM               PIC 9(02).
016800     02  WS-RUN-DD               PIC 9(02).
016900 01  WS-RUN-TIME                 PIC 9(08)   VALUE ZERO.
017000
017100 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
017200 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
017300 01  STUDENT-RECORD-AREA         PIC X(83).
017400 01  SWEEP-FILE                  COPY VSAMIOFB.
017500
017600* ************************************************************** *
017700* ONE RECORD OF WHICHEVER CLUSTER IS BEING SWEPT (THE LONGEST,   *
017800* HOLDTBL, IS 54 BYTES), WITH A VIEW OF THE ONE CLUSTER WHOSE    *
017900* RECORD CANNOT BE PRINTED AS IT STANDS (ARBAL CARRIES ITS       *
018000* BALANCE PACKED).                                               *
018100* ************************************************************** *
018200 01  SWEEP-RECORD                PIC X(83).
018300 01  AR-BALANCE-RECORD REDEFINES SWEEP-RECORD.
018400     02  ABR-STUDENT-ID          PIC X(07).
018500     02  ABR-BALANCE             PIC S9(5)V99 COMP-3.
018600     02  ABR-LAST-CHARGE-DATE    PIC 9(06).
018700     02  ABR-LAST-PAYMENT-DATE   PIC 9(06).
018800     02  FILLER                  PIC X(60).
018900
019000 01  BALANCE-DISPLAY.
019100     02  BD-STUDENT-ID           PIC X(07).
019200     02  FILLER                  PIC X(09) VALUE ' BALANCE '.
019300     02  BD-BALANCE              PIC -ZZ,ZZ9.99.
019400     02  FILLER                  PIC X(13) VALUE ' LAST CHARGE '.
019500     02  BD-LAST-CHARGE-DATE     PIC 9(06).
019600     02  FILLER                  PIC X(14) VALUE ' LAST PAYMENT '.
019700     02  BD-LAST-PAYMENT-DATE    PIC 9(06).
019800     02  FILLER                  PIC X(18) VALUE SPACES.
019900
020000 01  HEADING-LINE-1.
020100     02  FILLER                  PIC X(36) VALUE
020200         'ORPHSWEP - CROSS-CLUSTER STUDENT ID '.
020300     02  FILLER                  PIC X(20) VALUE
020400         'INTEGRITY SWEEP'.
020500     02  FILLER                  PIC X(09) VALUE
020600         'RUN DATE '.
020700     02  HL1-RUN-MM              PIC 9(02).
020800     02  FILLER                  PIC X(01) VALUE '/'.
020900     02  HL1-RUN-DD              PIC 9(02).
021000     02  FILLER                  PIC X(01) VALUE '/'.
021100     02  HL1-RUN-YY              PIC 9(02).
021200     02  FILLER                  PIC X(59) VALUE SPACES.
021300
021400 01  CLUSTER-HEADING-LINE.
021500     02  FILLER                  PIC X(16) VALUE
021600         'ORPHANS ON     '.
021700     02  CH-DDNAME               PIC X(08).
021800     02  FILLER                  PIC X(108) VALUE SPACES.
021900
022000 01  ORPHAN-LINE.
022100     02  FILLER                  PIC X(04) VALUE SPACES.
022200     02  OL-STUDENT-ID           PIC X(07).
022300     02  FILLER                  PIC X(12) VALUE
022400         '  RECORD:  '.
022500     02  OL-IMAGE                PIC X(83).
022600     02  FILLER                  PIC X(26) VALUE SPACES.
022700
022800 01  SUMMARY-HEADING-LINE.
022900     02  FILLER                  PIC X(40) VALUE
023000         'CLUSTER     RECORDS READ       ORPHANS  '.
023100     02  FILLER                  PIC X(92) VALUE
023200         'STATUS'.
023300
023400 01  SUMMARY-LINE.
023500     02  SL-DDNAME               PIC X(08).
023600     02  FILLER                  PIC X(04) VALUE SPACES.
023700     02  SL-READ                 PIC ZZ,ZZZ,ZZ9.
023800     02  FILLER                  PIC X(04) VALUE SPACES.
023900     02  SL-ORPHANS              PIC ZZ,ZZZ,ZZ9.
024000     02  FILLER                  PIC X(04) VALUE SPACES.
024100     02  SL-STATUS               PIC X(30).
024200     02  FILLER                  PIC X(62) VALUE SPACES.
024300
024400 01  TOTAL-LINE.
024500     02  FILLER                  PIC X(16) VALUE
024600         'TOTAL ORPHANS:  '.
024700     02  TL-ORPHANS              PIC ZZ,ZZZ,ZZ9.
024800     02  FILLER                  PIC X(20) VALUE
024900         '   STMASTR LOOKUPS: '.
025000     02  TL-LOOKUPS              PIC ZZ,ZZZ,ZZ9.
025100     02  FILLER                  PIC X(76) VALUE SPACES.
025200
025300 01  RESULT-LINE.
025400     02  RL-RESULT               PIC X(60).
025500     02  FILLER                  PIC X(72) VALUE SPACES.
025600
025700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
025800
025900 PROCEDURE DIVISION.
026000
026100 000-INITIATE.
026200
026300     ACCEPT WS-RUN-DATE-YYMMDD FROM DATE.
026400     ACCEPT WS-RUN-TIME FROM TIME.
026500     INITIALIZE CLUSTER-COUNT-TABLE.
026600
026700     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
026800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
026900     MOVE VSIO-DIRECT TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
027000     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
027100     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
027200     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
027300     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
027400     MOVE VSIO-OPEN TO VSIO-COMMAND.
027500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
027600                         STUDENT-MASTER-FILE,
027700                         STUDENT-RECORD-AREA.
027800*    END-CALL.
027900     IF NOT VSIO-SUCCESS
028000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
028100         MOVE +8 TO RETURN-CODE
028200         STOP RUN.
028300*    END-IF.
028400
028500     OPEN OUTPUT EXCEPTION-FILE,
028600                 REPORT-FILE.
028700     MOVE WS-RUN-MM TO HL1-RUN-MM.
028800     MOVE WS-RUN-DD TO HL1-RUN-DD.
028900     MOVE WS-RUN-YY TO HL1-RUN-YY.
029000     WRITE REPORT-LINE FROM HEADING-LINE-1
029100         AFTER ADVANCING PAGE.
029200
029300 010-PROCESS.
029400
029500     MOVE 1 TO WS-CURRENT-FX.
029600     PERFORM 100-SWEEP-CLUSTER
029700        THRU 199-EXIT
029800       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
029900*    END-PERFORM.
030000
030100 020-TERMINATE.
030200
030300     WRITE REPORT-LINE FROM BLANK-LINE.
030400     WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE.
030500     WRITE REPORT-LINE FROM BLANK-LINE.
030600     MOVE 1 TO WS-CURRENT-FX.
030700     PERFORM 600-PRINT-CLUSTER
030800        THRU 609-EXIT
030900       UNTIL WS-CURRENT-FX GREATER THAN FX-LIMIT.
031000*    END-PERFORM.
031100
031200     WRITE REPORT-LINE FROM BLANK-LINE.
031300     MOVE ORPHAN-COUNTER TO TL-ORPHANS.
031400     MOVE LOOKUP-COUNTER TO TL-LOOKUPS.
031500     WRITE REPORT-LINE FROM TOTAL-LINE.
031600
031700     WRITE REPORT-LINE FROM BLANK-LINE.
031800     IF WS-INCOMPLETE
031900         MOVE '*** SWEEP INCOMPLETE - SEE CLUSTER STATUS ABOVE'
032000             TO RL-RESULT
032100         WRITE REPORT-LINE FROM RESULT-LINE
032200         MOVE +8 TO RETURN-CODE
032300     ELSE
032400         IF ORPHAN-COUNTER GREATER THAN ZERO
032500             MOVE '*** ORPHAN RECORDS FOUND - SEE LIST ABOVE ***'
032600                 TO RL-RESULT
032700             WRITE REPORT-LINE FROM RESULT-LINE
032800             MOVE +4 TO RETURN-CODE
032900         ELSE
033000             MOVE 'NO ORPHAN RECORDS FOUND' TO RL-RESULT
033100             WRITE REPORT-LINE FROM RESULT-LINE.
033200*        END-IF
033300*    END-IF.
033400
033500     CLOSE EXCEPTION-FILE,
033600           REPORT-FILE.
033700
033800     MOVE VSIO-CLOSE TO VSIO-COMMAND.
033900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034000                         STUDENT-MASTER-FILE,
034100                         STUDENT-RECORD-AREA.
034200*    END-CALL.
034300
034400     DISPLAY 'ORPHSWEP: ORPHAN RECORDS:    ' ORPHAN-COUNTER.
034500     DISPLAY 'ORPHSWEP: STMASTR LOOKUPS:   ' LOOKUP-COUNTER.
034600     STOP RUN.
034700
034800* ************************************************************** *
034900* SWEEPS CLUSTER NUMBER WS-CURRENT-FX.  THE CLUSTER IS OPENED    *
035000* SEQUENTIAL INPUT AND READ TO THE END; ITS ORPHANS ARE PRINTED  *
035100* UNDER A HEADING OF THEIR OWN, WHICH IS WRITTEN WITH THE FIRST  *
035200* ORPHAN FOUND.                                                  *
035300* ************************************************************** *
035400 100-SWEEP-CLUSTER.
035500
035600     MOVE CE-DDNAME (WS-CURRENT-FX) TO VSIO-DDNAME OF SWEEP-FILE.
035700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SWEEP-FILE.
035800     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SWEEP-FILE.
035900     MOVE VSIO-INPUT TO VSIO-MODE OF SWEEP-FILE.
036000     MOVE CE-RECORD-LENGTH (WS-CURRENT-FX)
036100         TO VSIO-RECORD-LENGTH OF SWEEP-FILE.
036200     MOVE +0 TO VSIO-KEY-POSITION OF SWEEP-FILE.
036300     MOVE CE-KEY-LENGTH (WS-CURRENT-FX)
036400         TO VSIO-KEY-LENGTH OF SWEEP-FILE.
036500     MOVE VSIO-OPEN TO VSIO-COMMAND.
036600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036700                         SWEEP-FILE,
036800                         SWEEP-RECORD.
036900*    END-CALL.
037000     IF NOT VSIO-SUCCESS
037100         DISPLAY 'ORPHSWEP: CANNOT OPEN '
037200                 CE-DDNAME (WS-CURRENT-FX)
037300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
037400         MOVE 'F' TO CT-STATUS (WS-CURRENT-FX)
037500         MOVE 'Y' TO WS-INCOMPLETE-SWITCH
037600         MOVE +0 TO VSIO-RETURN-CODE
037700         GO TO 190-NEXT-CLUSTER.
037800*    END-IF.
037900
038000     MOVE 'S' TO CT-STATUS (WS-CURRENT-FX).
038100     MOVE CE-ID-POSITION (WS-CURRENT-FX) TO WS-ID-POSITION.
038200     MOVE SPACES TO WS-LAST-ID.
038300     MOVE 'N' TO END-OF-FILE-SWITCH.
038400     PERFORM 110-CHECK-ONE-RECORD
038500        THRU 119-EXIT
038600       UNTIL END-OF-FILE.
038700*    END-PERFORM.
038800
038900     MOVE VSIO-CLOSE TO VSIO-COMMAND.
039000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039100                         SWEEP-FILE,
039200                         SWEEP-RECORD.
039300*    END-CALL.
039400
039500 190-NEXT-CLUSTER.
039600     ADD 1 TO WS-CURRENT-FX.
039700
039800 199-EXIT.
039900     EXIT.
040000
040100* ************************************************************** *
040200* READS ONE RECORD OF THE CLUSTER AND CHECKS ITS STUDENT ID.     *
040300* MOST OF THESE CLUSTERS ARE KEYED ON THE STUDENT ID, SO A       *
040400* STUDENT'S RECORDS COME TOGETHER AND THE STMASTR LOOKUP IS ONLY *
040500* REPEATED WHEN THE ID CHANGES.                                  *
040600* ************************************************************** *
040700 110-CHECK-ONE-RECORD.
040800
040900     MOVE SPACES TO SWEEP-RECORD.
041000     MOVE CE-RECORD-LENGTH (WS-CURRENT-FX)
041100         TO VSIO-RECORD-LENGTH OF SWEEP-FILE.
041200     MOVE VSIO-READ TO VSIO-COMMAND.
041300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041400                         SWEEP-FILE,
041500                         SWEEP-RECORD.
041600*    END-CALL.
041700     IF NOT VSIO-SUCCESS
041800         IF VSIO-END-OF-FILE
041900             MOVE +0 TO VSIO-RETURN-CODE
042000             MOVE 'Y' TO END-OF-FILE-SWITCH
042100             GO TO 119-EXIT
042200         ELSE
042300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
042400             MOVE 'R' TO CT-STATUS (WS-CURRENT-FX)
042500             MOVE 'Y' TO WS-INCOMPLETE-SWITCH
042600             MOVE +0 TO VSIO-RETURN-CODE
042700             MOVE 'Y' TO END-OF-FILE-SWITCH
042800             GO TO 119-EXIT.
042900*        END-IF
043000*    END-IF.
043100
043200     ADD +1 TO CT-READ (WS-CURRENT-FX).
043300     MOVE SWEEP-RECORD (WS-ID-POSITION:7) TO WS-STUDENT-ID.
043400
043500     IF WS-STUDENT-ID NOT EQUAL WS-LAST-ID
043600     OR WS-LAST-ID EQUAL SPACES
043700         PERFORM 120-LOOK-UP-STUDENT THRU 129-EXIT.
043800*    END-IF.
043900
044000     IF NOT WS-ON-MASTER
044100         PERFORM 130-REPORT-ORPHAN THRU 139-EXIT.
044200*    END-IF.
044300
044400 119-EXIT.
044500     EXIT.
044600
044700* ************************************************************** *
044800* LOOKS UP WS-STUDENT-ID ON STMASTR BY ITS KEY-ID 000            *
044900* DEMOGRAPHIC RECORD.  A BLANK ID IS NEVER ON FILE.              *
045000* ************************************************************** *
045100 120-LOOK-UP-STUDENT.
045200
045300     MOVE WS-STUDENT-ID TO WS-LAST-ID.
045400     MOVE 'N' TO WS-ON-MASTER-SWITCH.
045500     IF WS-STUDENT-ID EQUAL SPACES
045600         GO TO 129-EXIT.
045700*    END-IF.
045800
045900     ADD +1 TO LOOKUP-COUNTER.
046000     MOVE SPACES TO STUDENT-RECORD-AREA.
046100     MOVE WS-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
046200     MOVE '000' TO STUDENT-RECORD-AREA (8:3).
046300     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
046400     MOVE VSIO-READ TO VSIO-COMMAND.
046500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
046600                         STUDENT-MASTER-FILE,
046700                         STUDENT-RECORD-AREA.
046800*    END-CALL.
046900     IF VSIO-SUCCESS
047000         MOVE 'Y' TO WS-ON-MASTER-SWITCH
047100         GO TO 129-EXIT.
047200*    END-IF.
047300
047400     IF NOT VSIO-RECORD-NOT-FOUND
047500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
047600*    END-IF.
047700     MOVE +0 TO VSIO-RETURN-CODE.
047800
047900 129-EXIT.
048000     EXIT.
048100
048200* ************************************************************** *
048300* PRINTS AN ORPHAN RECORD UNDER ITS CLUSTER'S HEADING AND WRITES *
048400* ITS EXCPREC EXCEPTION.  THE RECORD IS PRINTED AS IT STANDS     *
048500* EXCEPT ARBAL'S, WHOSE PACKED BALANCE IS EDITED FIRST.          *
048600* ************************************************************** *
048700 130-REPORT-ORPHAN.
048800
048900     IF CT-ORPHANS (WS-CURRENT-FX) EQUAL ZERO
049000         MOVE CE-DDNAME (WS-CURRENT-FX) TO CH-DDNAME
049100         WRITE REPORT-LINE FROM BLANK-LINE
049200         WRITE REPORT-LINE FROM CLUSTER-HEADING-LINE.
049300*    END-IF.
049400
049500     ADD +1 TO CT-ORPHANS (WS-CURRENT-FX).
049600     ADD +1 TO ORPHAN-COUNTER.
049700
049800     MOVE WS-STUDENT-ID TO OL-STUDENT-ID.
049900     IF WS-CURRENT-FX EQUAL FX-AR-BALANCE
050000         MOVE ABR-STUDENT-ID TO BD-STUDENT-ID
050100         MOVE ABR-BALANCE TO BD-BALANCE
050200         MOVE ABR-LAST-CHARGE-DATE TO BD-LAST-CHARGE-DATE
050300         MOVE ABR-LAST-PAYMENT-DATE TO BD-LAST-PAYMENT-DATE
050400         MOVE BALANCE-DISPLAY TO OL-IMAGE
050500     ELSE
050600         MOVE SWEEP-RECORD TO OL-IMAGE.
050700*    END-IF.
050800     WRITE REPORT-LINE FROM ORPHAN-LINE.
050900
051000     MOVE SPACES TO EXCEPTION-RECORD.
051100     MOVE 'ORPHSWEP' TO EXR-PROGRAM-ID.
051200     MOVE WS-RUN-DATE-YYMMDD TO EXR-DATE.
051300     MOVE WS-RUN-TIME TO EXR-TIME.
051400     MOVE WS-STUDENT-ID TO EXR-KEY (1:7).
051500     MOVE CE-DDNAME (WS-CURRENT-FX) TO EXR-KEY (9:8).
051600     MOVE CE-REASON-CODE (WS-CURRENT-FX) TO EXR-REASON-CODE.
051700     STRING CE-DDNAME (WS-CURRENT-FX) DELIMITED BY SPACE
051800            ' - ID NOT ON STMASTR' DELIMITED BY SIZE
051900         INTO EXR-REASON-TEXT.
052000*    END-STRING.
052100     WRITE EXCEPTION-RECORD.
052200
052300 139-EXIT.
052400     EXIT.
052500
052600* ************************************************************** *
052700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
052800* OTHER THAN SUCCESS, END-OF-FILE OR NOT-FOUND.                  *
052900* ************************************************************** *
053000 500-DISPLAY-UNKNOWN-ERROR.
053100
053200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
053300     EXHIBIT NAMED VSIO-RETURN-CODE.
053400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
053500                   VSIO-VSAM-FUNCTION-CODE,
053600                   VSIO-VSAM-FEEDBACK-CODE.
053700
053800 509-EXIT.
053900     EXIT.
054000
054100* ************************************************************** *
054200* PRINTS ONE CLUSTER'S LINE OF THE SUMMARY.                      *
054300* ************************************************************** *
054400 600-PRINT-CLUSTER.
054500
054600     MOVE CE-DDNAME (WS-CURRENT-FX) TO SL-DDNAME.
054700     MOVE CT-READ (WS-CURRENT-FX) TO SL-READ.
054800     MOVE CT-ORPHANS (WS-CURRENT-FX) TO SL-ORPHANS.
054900     EVALUATE TRUE
055000         WHEN CT-OPEN-FAILED (WS-CURRENT-FX)
055100             MOVE '*** NOT SWEPT - OPEN FAILED' TO SL-STATUS
055200         WHEN CT-READ-FAILED (WS-CURRENT-FX)
055300             MOVE '*** READ FAILED - PARTIAL SWEEP' TO SL-STATUS
055400         WHEN CT-ORPHANS (WS-CURRENT-FX) GREATER THAN ZERO
055500             MOVE 'ORPHANS FOUND' TO SL-STATUS
055600         WHEN OTHER
055700             MOVE 'CLEAN' TO SL-STATUS
055800     END-EVALUATE.
055900     WRITE REPORT-LINE FROM SUMMARY-LINE.
056000
056100     DISPLAY 'ORPHSWEP: ' CE-DDNAME (WS-CURRENT-FX)
056200             ' READ ' CT-READ (WS-CURRENT-FX)
056300             ' ORPHANS ' CT-ORPHANS (WS-CURRENT-FX).
056400     ADD 1 TO WS-CURRENT-FX.
056500
056600 609-EXIT.
056700     EXIT.
