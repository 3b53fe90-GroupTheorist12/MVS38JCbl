000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMMPRT.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* PRINTS THE COMMENCEMENT PROGRAM FOR ONE CONFERRAL TERM FROM   *
000900* THE DEGREE-AWARDED ('DG') RECORDS GRADCONF STAMPS INTO        *
001000* STUDENT-MASTER-FILE.  ONE SEQUENTIAL PASS OF STMASTR          *
001100* RELEASES A SORT RECORD FOR EACH DEGREE CONFERRED IN THE       *
001200* TERM ON THE SYSIN CARD; THE OUTPUT PROCEDURE LISTS THE        *
001300* GRADUATES BY MAJOR DEPARTMENT, IN NAME ORDER, EACH WITH THE   *
001400* LATIN HONORS (HONRTBL) CARRIED ON THE DEGREE RECORD.          *
001500*                                                               *
001600* EACH GRADUATE IS PRINTED UNDER THE DIPLOMA NAME FROM THE      *
001700* GAPPTBL GRADUATION APPLICATION, OR THE MASTER NAME WHEN NO    *
001800* APPLICATION IS LEFT ON FILE.  A STUDENT WITH A PRIVACY BLOCK  *
001900* ON PRIVTBL (PRIVMNT) IS LEFT OFF THE PROGRAM ENTIRELY AND     *
002000* ONLY COUNTED ON THE FOOTING, THE SAME RULE GRADCONF APPLIES   *
002100* TO THE DIPLOMA FILE.                                          *
002200*                                                               *
002300* SYSIN CARD: COLS 1-6 CONFERRAL TERM.                          *
002400*                                                               *
002500* MODIFICATION HISTORY.                                         *
002600*   DATE       INIT  DESCRIPTION                                *
002700*   10/15/2026 JM    ORIGINAL PROGRAM.                          *
002800* ************************************************************* *
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700
003800     SELECT CONTROL-CARD-FILE
003900         ASSIGN TO UT-S-SYSIN.
004000
004100     SELECT REPORT-FILE
004200         ASSIGN TO UR-1403-S-SYSPRINT.
004300
004400     SELECT SORT-WORK-FILE
004500         ASSIGN TO UT-S-SORTWK01.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CONTROL-CARD-FILE
005000     LABEL RECORDS ARE OMITTED
005100     RECORD CONTAINS 80 CHARACTERS
005200     BLOCK CONTAINS 0 RECORDS
005300     DATA RECORD IS CONTROL-CARD-RECORD.
005400 01  CONTROL-CARD-RECORD.
005500     02  CC-CONF-TERM            PIC X(06).
005600     02  FILLER                  PIC X(74).
005700
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE OMITTED
006000     RECORD CONTAINS 132 CHARACTERS
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS REPORT-LINE.
006300 01  REPORT-LINE                 PIC X(132).
006400
006500 SD  SORT-WORK-FILE
006600     RECORD CONTAINS 100 CHARACTERS
006700     DATA RECORD IS SORT-RECORD.
006800 01  SORT-RECORD.
006900     02  SR-DEPARTMENT           PIC 9(02).
007000     02  SR-SORT-NAME            PIC X(22).
007100     02  SR-STUDENT-ID           PIC X(07).
007200     02  SR-DIPLOMA-NAME         PIC X(30).
007300     02  SR-HONORS-CODE          PIC X(01).
007400     02  SR-HONORS-TITLE         PIC X(20).
007500     02  FILLER                  PIC X(18).
007600
007700 WORKING-STORAGE SECTION.
007800 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
007900     88  END-OF-FILE                         VALUE 'Y'.
008000 77  SORT-EOF-SWITCH             PIC X(01)   VALUE 'N'.
008100     88  SORT-EOF                            VALUE 'Y'.
008200 77  CACHE-IDX                   PIC S9(4) COMP VALUE ZERO.
008300 77  CACHE-FOUND-SW              PIC X(01)   VALUE 'N'.
008400     88  CACHE-FOUND                         VALUE 'Y'.
008500 77  CACHE-EOF-SW                PIC X(01)   VALUE 'N'.
008600     88  CACHE-EOF                           VALUE 'Y'.
008700 77  WS-RELEASE-BLOCKED-SW       PIC X(01)   VALUE 'N'.
008800     88  WS-RELEASE-BLOCKED                  VALUE 'Y'.
008900
009000 77  DEGREE-COUNTER              PIC S9(8) COMP VALUE ZERO.
009100 77  RELEASED-COUNTER            PIC S9(8) COMP VALUE ZERO.
009200 77  BLOCKED-COUNTER             PIC S9(8) COMP VALUE ZERO.
009300 77  PAGE-LINE-COUNT             PIC S9(4) COMP VALUE +99.
009400 77  PAGE-COUNT                  PIC S9(4) COMP VALUE ZERO.
009500 77  LINES-PER-PAGE              PIC S9(4) COMP VALUE +55.
009600
009700 77  PREVIOUS-DEPARTMENT         PIC X(02)   VALUE LOW-VALUES.
009800
009900 77  DEPT-GRAD-COUNT             PIC S9(8) COMP VALUE ZERO.
010000 77  DEPT-HONORS-COUNT           PIC S9(8) COMP VALUE ZERO.
010100 77  GRAND-GRAD-COUNT            PIC S9(8) COMP VALUE ZERO.
010200 77  GRAND-HONORS-COUNT          PIC S9(8) COMP VALUE ZERO.
010300
010400 01  CURRENT-STUDENT.
010500     02  CS-STUDENT-ID           PIC X(07)   VALUE LOW-VALUES.
010600     02  CS-NAME                 PIC X(22)   VALUE SPACES.
010700
010800 01  DEPT-CACHE.
010900     02  DEPT-CACHE-COUNT        PIC S9(4) COMP VALUE ZERO.
011000     02  DEPT-CACHE-ENTRY OCCURS 100 TIMES
011100                                 PIC X(38).
011200
011300 01  HONORS-CACHE.
011400     02  HONORS-CACHE-COUNT      PIC S9(4) COMP VALUE ZERO.
011500     02  HONORS-CACHE-ENTRY OCCURS 10 TIMES
011600                                 PIC X(30).
011700
011800 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
011900 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
012000 01  STUDENT-RECORD-AREA         PIC X(83).
012100
012200 01  STUDENT-INFO-RECORD REDEFINES STUDENT-RECORD-AREA.
012300     02  SIR-STUDENT-ID          PIC X(07).
012400     02  SIR-KEY-ID              PIC 9(03).
012500     02  SIR-NAME                PIC X(22).
012600     02  FILLER                  PIC X(51).
012700
012800* ************************************************************** *
012900* THE DEGREE-AWARDED RECORD GRADCONF STAMPS INTO THE STUDENT'S   *
013000* MASTER KEY GROUP AT CONFERRAL (TYPE 'DG', 44 BYTES, KEY-ID     *
013100* 990).                                                          *
013200* ************************************************************** *
013300 01  DEGREE-AWARD-RECORD REDEFINES STUDENT-RECORD-AREA.
013400     02  DGR-STUDENT-ID          PIC X(07).
013500     02  DGR-KEY-ID              PIC 9(03).
013600     02  DGR-TYPE                PIC X(02).
013700     02  DGR-DEGREE-TERM         PIC X(06).
013800     02  DGR-MAJOR-DEPT          PIC 9(02).
013900     02  DGR-CONFER-DATE         PIC 9(08).
014000     02  DGR-HONORS-CODE         PIC X(01).
014100     02  FILLER                  PIC X(54).
014200
014300 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
014400 01  DEPARTMENT-TABLE-RECORD.
014500     02  DTR-NUMBER              PIC 9(02).
014600     02  DTR-NAME                PIC X(30).
014700     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
014800     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
014900
015000 01  HONORS-TABLE-FILE           COPY VSAMIOFB.
015100 01  HONORS-TABLE-RECORD.
015200     02  HNR-CODE                PIC X(01).
015300     02  HNR-MIN-GPA             PIC 9V99.
015400     02  HNR-TITLE               PIC X(20).
015500     02  FILLER                  PIC X(06).
015600
015700 01  APPLICATION-FILE            COPY VSAMIOFB.
015800 01  APPLICATION-RECORD.
015900     02  GAP-STUDENT-ID          PIC X(07).
016000     02  GAP-EXPECTED-TERM       PIC X(06).
016100     02  GAP-DIPLOMA-NAME        PIC X(30).
016200     02  GAP-APPLIED-DATE        PIC 9(08).
016300
016400 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
016500 01  PRIVACY-BLOCK-RECORD.
016600     02  PRV-STUDENT-ID          PIC X(07).
016700     02  PRV-REQUEST-DATE        PIC 9(08).
016800     02  PRV-ENTERED-DATE        PIC 9(08).
016900     02  PRV-OPERATOR-ID         PIC X(08).
017000     02  FILLER                  PIC X(09).
017100
017200 01  HEADING-LINE-1.
017300     02  FILLER                  PIC X(40)   VALUE
017400         'COMMENCEMENT PROGRAM - GRADUATES OF TERM'.
017500     02  FILLER                  PIC X(01)   VALUE SPACE.
017600     02  H1-TERM                 PIC X(06).
017700     02  FILLER                  PIC X(73)   VALUE SPACES.
017800     02  FILLER                  PIC X(05)   VALUE 'PAGE '.
017900     02  H1-PAGE                 PIC ZZZ9.
018000     02  FILLER                  PIC X(03)   VALUE SPACES.
018100
018200 01  DEPT-HEADING-LINE.
018300     02  FILLER                  PIC X(11)   VALUE
018400         'DEPARTMENT '.
018500     02  DH-DEPARTMENT           PIC X(02).
018600     02  FILLER                  PIC X(01)   VALUE SPACE.
018700     02  DH-DEPT-NAME            PIC X(30).
018800     02  FILLER                  PIC X(88)   VALUE SPACES.
018900
019000 01  DETAIL-LINE.
019100     02  FILLER                  PIC X(05)   VALUE SPACES.
019200     02  DL-DIPLOMA-NAME         PIC X(30).
019300     02  FILLER                  PIC X(03)   VALUE SPACES.
019400     02  DL-HONORS-TITLE         PIC X(20).
019500     02  FILLER                  PIC X(74)   VALUE SPACES.
019600
019700 01  DEPT-TOTAL-LINE.
019800     02  FILLER                  PIC X(05)   VALUE SPACES.
019900     02  FILLER                  PIC X(11)   VALUE
020000         'GRADUATES: '.
020100     02  DT-GRADUATES            PIC ZZ,ZZ9.
020200     02  FILLER                  PIC X(16)   VALUE
020300         '   WITH HONORS: '.
020400     02  DT-HONORS               PIC ZZ,ZZ9.
020500     02  FILLER                  PIC X(88)   VALUE SPACES.
020600
020700 01  GRAND-TOTAL-LINE.
020800     02  FILLER                  PIC X(22)   VALUE
020900         'TOTAL GRADUATES LISTED'.
021000     02  FILLER                  PIC X(02)   VALUE SPACES.
021100     02  GT-GRADUATES            PIC ZZ,ZZ9.
021200     02  FILLER                  PIC X(16)   VALUE
021300         '   WITH HONORS: '.
021400     02  GT-HONORS               PIC ZZ,ZZ9.
021500     02  FILLER                  PIC X(20)   VALUE
021600         '   RELEASE BLOCKED: '.
021700     02  GT-BLOCKED              PIC ZZ,ZZ9.
021800     02  FILLER                  PIC X(54)   VALUE SPACES.
021900
022000 01  BLANK-LINE                  PIC X(132)  VALUE SPACES.
022100
022200 PROCEDURE DIVISION.
022300
022400 000-MAINLINE.
022500
022600     OPEN INPUT CONTROL-CARD-FILE.
022700     MOVE SPACES TO CONTROL-CARD-RECORD.
022800     READ CONTROL-CARD-FILE
022900         AT END
023000             DISPLAY 'COMMPRT: NO CONTROL CARD SUPPLIED - '
023100                     'STOPPING'
023200             MOVE +8 TO RETURN-CODE
023300             STOP RUN.
023400*    END-READ.
023500     CLOSE CONTROL-CARD-FILE.
023600
023700     IF CC-CONF-TERM EQUAL SPACES
023800         DISPLAY 'COMMPRT: NO CONFERRAL TERM ON CARD - STOPPING'
023900         MOVE +8 TO RETURN-CODE
024000         STOP RUN.
024100*    END-IF.
024200
024300     OPEN OUTPUT REPORT-FILE.
024400
024500     PERFORM 040-OPEN-AND-CACHE-TABLES THRU 049-EXIT.
024600
024700     SORT SORT-WORK-FILE
024800         ON ASCENDING KEY SR-DEPARTMENT,
024900                          SR-SORT-NAME,
025000                          SR-STUDENT-ID
025100         INPUT PROCEDURE IS 100-PASS-MASTER
025200         OUTPUT PROCEDURE IS 200-PRINT-PROGRAM.
025300
025400     CLOSE REPORT-FILE.
025500
025600     MOVE VSIO-CLOSE TO VSIO-COMMAND.
025700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025800                         APPLICATION-FILE,
025900                         APPLICATION-RECORD.
026000*    END-CALL.
026100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026200                         PRIVACY-TABLE-FILE,
026300                         PRIVACY-BLOCK-RECORD.
026400*    END-CALL.
026500
026600     DISPLAY 'COMMPRT: DEGREES FOR TERM:  ' DEGREE-COUNTER.
026700     DISPLAY 'COMMPRT: GRADUATES LISTED:  ' RELEASED-COUNTER.
026800     DISPLAY 'COMMPRT: WITH HONORS:       ' GRAND-HONORS-COUNT.
026900     DISPLAY 'COMMPRT: RELEASE BLOCKED:   ' BLOCKED-COUNTER.
027000     STOP RUN.
027100
027200* ************************************************************** *
027300* LOADS DEPTTBL AND HONRTBL INTO THE IN-STORAGE CACHES, OPENS    *
027400* GAPPTBL AND PRIVTBL FOR DIRECT LOOKUP, THEN OPENS STMASTR FOR  *
027500* THE SEQUENTIAL PASS.                                           *
027600* ************************************************************** *
027700 040-OPEN-AND-CACHE-TABLES.
027800
027900     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
028000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
028100     MOVE VSIO-SEQUENTIAL TO
028200         VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
028300     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
028400     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
028500     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
028600     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
028700     MOVE VSIO-OPEN TO VSIO-COMMAND.
028800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
028900                         DEPARTMENT-TABLE-FILE,
029000                         DEPARTMENT-TABLE-RECORD.
029100*    END-CALL.
029200     IF NOT VSIO-SUCCESS
029300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
029400         STOP RUN.
029500*    END-IF.
029600
029700     MOVE 'N' TO CACHE-EOF-SW.
029800     PERFORM 042-READ-DEPT-ENTRY
029900        THRU 042-EXIT
030000       UNTIL CACHE-EOF.
030100*    END-PERFORM.
030200
030300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
030400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030500                         DEPARTMENT-TABLE-FILE,
030600                         DEPARTMENT-TABLE-RECORD.
030700*    END-CALL.
030800
030900     MOVE 'HONRTBL' TO VSIO-DDNAME OF HONORS-TABLE-FILE.
031000     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HONORS-TABLE-FILE.
031100     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF HONORS-TABLE-FILE.
031200     MOVE VSIO-INPUT TO VSIO-MODE OF HONORS-TABLE-FILE.
031300     MOVE +30 TO VSIO-RECORD-LENGTH OF HONORS-TABLE-FILE.
031400     MOVE +0 TO VSIO-KEY-POSITION OF HONORS-TABLE-FILE.
031500     MOVE +1 TO VSIO-KEY-LENGTH OF HONORS-TABLE-FILE.
031600     MOVE VSIO-OPEN TO VSIO-COMMAND.
031700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031800                         HONORS-TABLE-FILE,
031900                         HONORS-TABLE-RECORD.
032000*    END-CALL.
032100     IF NOT VSIO-SUCCESS
032200         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
032300         STOP RUN.
032400*    END-IF.
032500
032600     MOVE 'N' TO CACHE-EOF-SW.
032700     PERFORM 044-READ-HONORS-ENTRY
032800        THRU 044-EXIT
032900       UNTIL CACHE-EOF.
033000*    END-PERFORM.
033100
033200     MOVE VSIO-CLOSE TO VSIO-COMMAND.
033300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033400                         HONORS-TABLE-FILE,
033500                         HONORS-TABLE-RECORD.
033600*    END-CALL.
033700
033800     MOVE 'GAPPTBL' TO VSIO-DDNAME OF APPLICATION-FILE.
033900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF APPLICATION-FILE.
034000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF APPLICATION-FILE.
034100     MOVE VSIO-INPUT TO VSIO-MODE OF APPLICATION-FILE.
034200     MOVE +51 TO VSIO-RECORD-LENGTH OF APPLICATION-FILE.
034300     MOVE +0 TO VSIO-KEY-POSITION OF APPLICATION-FILE.
034400     MOVE +7 TO VSIO-KEY-LENGTH OF APPLICATION-FILE.
034500     MOVE VSIO-OPEN TO VSIO-COMMAND.
034600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
034700                         APPLICATION-FILE,
034800                         APPLICATION-RECORD.
034900*    END-CALL.
035000     IF NOT VSIO-SUCCESS
035100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
035200         STOP RUN.
035300*    END-IF.
035400
035500     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
035600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
035700     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
035800     MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
035900     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
036000     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
036100     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
036200     MOVE VSIO-OPEN TO VSIO-COMMAND.
036300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036400                         PRIVACY-TABLE-FILE,
036500                         PRIVACY-BLOCK-RECORD.
036600*    END-CALL.
036700     IF NOT VSIO-SUCCESS
036800         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
036900         STOP RUN.
037000*    END-IF.
037100
037200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
037300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
037400     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
037500     MOVE VSIO-INPUT TO VSIO-MODE OF STUDENT-MASTER-FILE.
037600     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
037700     MOVE +0 TO VSIO-KEY-POSITION OF STUDENT-MASTER-FILE.
037800     MOVE +10 TO VSIO-KEY-LENGTH OF STUDENT-MASTER-FILE.
037900     MOVE VSIO-OPEN TO VSIO-COMMAND.
038000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038100                         STUDENT-MASTER-FILE,
038200                         STUDENT-RECORD-AREA.
038300*    END-CALL.
038400     IF NOT VSIO-SUCCESS
038500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
038600         STOP RUN.
038700*    END-IF.
038800
038900 049-EXIT.
039000     EXIT.
039100
039200 042-READ-DEPT-ENTRY.
039300
039400     MOVE SPACES TO DEPARTMENT-TABLE-RECORD.
039500     MOVE VSIO-READ TO VSIO-COMMAND.
039600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
039700                         DEPARTMENT-TABLE-FILE,
039800                         DEPARTMENT-TABLE-RECORD.
039900*    END-CALL.
040000     IF NOT VSIO-SUCCESS
040100         IF VSIO-END-OF-FILE
040200             MOVE 'Y' TO CACHE-EOF-SW
040300         ELSE
040400             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
040500             STOP RUN.
040600*        END-IF
040700*    END-IF.
040800     IF CACHE-EOF
040900         GO TO 042-EXIT.
041000*    END-IF.
041100
041200     IF DEPT-CACHE-COUNT NOT LESS THAN 100
041300         DISPLAY 'COMMPRT: DEPARTMENT CACHE IS FULL'
041400         STOP RUN.
041500*    END-IF.
041600     ADD 1 TO DEPT-CACHE-COUNT.
041700     MOVE DEPARTMENT-TABLE-RECORD
041800         TO DEPT-CACHE-ENTRY (DEPT-CACHE-COUNT).
041900
042000 042-EXIT.
042100     EXIT.
042200
042300 044-READ-HONORS-ENTRY.
042400
042500     MOVE SPACES TO HONORS-TABLE-RECORD.
042600     MOVE VSIO-READ TO VSIO-COMMAND.
042700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
042800                         HONORS-TABLE-FILE,
042900                         HONORS-TABLE-RECORD.
043000*    END-CALL.
043100     IF NOT VSIO-SUCCESS
043200         IF VSIO-END-OF-FILE
043300             MOVE 'Y' TO CACHE-EOF-SW
043400         ELSE
043500             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
043600             STOP RUN.
043700*        END-IF
043800*    END-IF.
043900     IF CACHE-EOF
044000         GO TO 044-EXIT.
044100*    END-IF.
044200
044300     IF HONORS-CACHE-COUNT NOT LESS THAN 10
044400         DISPLAY 'COMMPRT: HONORS CACHE IS FULL'
044500         STOP RUN.
044600*    END-IF.
044700     ADD 1 TO HONORS-CACHE-COUNT.
044800     MOVE HONORS-TABLE-RECORD
044900         TO HONORS-CACHE-ENTRY (HONORS-CACHE-COUNT).
045000
045100 044-EXIT.
045200     EXIT.
045300
045400* ************************************************************** *
045500* SORT INPUT PROCEDURE - ONE SEQUENTIAL PASS OF STMASTR.  A      *
045600* DEMOGRAPHIC RECORD (83 BYTES) ESTABLISHES THE CURRENT          *
045700* STUDENT'S NAME; EACH DEGREE RECORD FOR THE CONFERRAL TERM      *
045800* RELEASES ONE SORT RECORD KEYED BY MAJOR DEPARTMENT AND NAME,   *
045900* UNLESS THE STUDENT HAS BLOCKED RELEASE ON PRIVTBL.             *
046000* ************************************************************** *
046100 100-PASS-MASTER SECTION.
046200
046300 100-PASS-MASTER-PARA.
046400
046500     PERFORM 110-READ-MASTER
046600        THRU 119-PARA-EXIT
046700       UNTIL END-OF-FILE.
046800*    END-PERFORM.
046900
047000     MOVE VSIO-CLOSE TO VSIO-COMMAND.
047100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047200                         STUDENT-MASTER-FILE,
047300                         STUDENT-RECORD-AREA.
047400*    END-CALL.
047500     IF NOT VSIO-SUCCESS
047600         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
047700*    END-IF.
047800     GO TO 199-EXIT.
047900
048000 110-READ-MASTER.
048100
048200     MOVE SPACES TO STUDENT-RECORD-AREA.
048300     MOVE +83 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
048400     MOVE VSIO-READ TO VSIO-COMMAND.
048500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
048600                         STUDENT-MASTER-FILE,
048700                         STUDENT-RECORD-AREA.
048800*    END-CALL.
048900     IF NOT VSIO-SUCCESS
049000         IF VSIO-END-OF-FILE
049100             MOVE 'Y' TO END-OF-FILE-SWITCH
049200         ELSE
049300             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
049400             MOVE 'Y' TO END-OF-FILE-SWITCH.
049500*        END-IF
049600*    END-IF.
049700     IF END-OF-FILE
049800         GO TO 119-PARA-EXIT.
049900*    END-IF.
050000
050100     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +83
050200         MOVE SIR-STUDENT-ID TO CS-STUDENT-ID
050300         MOVE SIR-NAME TO CS-NAME
050400         GO TO 119-PARA-EXIT.
050500*    END-IF.
050600
050700     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE NOT EQUAL +44
050800         GO TO 119-PARA-EXIT.
050900*    END-IF.
051000     IF DGR-TYPE NOT EQUAL 'DG'
051100     OR DGR-DEGREE-TERM NOT EQUAL CC-CONF-TERM
051200         GO TO 119-PARA-EXIT.
051300*    END-IF.
051400
051500     ADD +1 TO DEGREE-COUNTER.
051600
051700     PERFORM 120-CHECK-PRIVACY-BLOCK THRU 129-PARA-EXIT.
051800     IF WS-RELEASE-BLOCKED
051900         ADD +1 TO BLOCKED-COUNTER
052000         GO TO 119-PARA-EXIT.
052100*    END-IF.
052200
052300     MOVE SPACES TO SORT-RECORD.
052400     MOVE DGR-MAJOR-DEPT TO SR-DEPARTMENT.
052500     MOVE DGR-STUDENT-ID TO SR-STUDENT-ID.
052600     MOVE DGR-HONORS-CODE TO SR-HONORS-CODE.
052700     IF DGR-STUDENT-ID EQUAL CS-STUDENT-ID
052800         MOVE CS-NAME TO SR-SORT-NAME
052900     ELSE
053000         MOVE '*** UNKNOWN ***' TO SR-SORT-NAME.
053100*    END-IF.
053200
053300     PERFORM 130-FIND-DIPLOMA-NAME THRU 139-PARA-EXIT.
053400     PERFORM 140-FIND-HONORS-TITLE THRU 149-PARA-EXIT.
053500
053600     RELEASE SORT-RECORD.
053700     ADD +1 TO RELEASED-COUNTER.
053800
053900 119-PARA-EXIT.
054000     EXIT.
054100
054200* ************************************************************** *
054300* A RECORD ON PRIVTBL MEANS THE STUDENT HAS BLOCKED RELEASE OF   *
054400* DIRECTORY INFORMATION.  ANY ERROR OTHER THAN NOT-FOUND IS      *
054500* TREATED AS BLOCKED, SO A FILE PROBLEM NEVER PRINTS A NAME THE  *
054600* STUDENT ASKED US TO WITHHOLD.                                  *
054700* ************************************************************** *
054800 120-CHECK-PRIVACY-BLOCK.
054900
055000     MOVE 'N' TO WS-RELEASE-BLOCKED-SW.
055100     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
055200     MOVE DGR-STUDENT-ID TO PRV-STUDENT-ID.
055300     MOVE VSIO-READ TO VSIO-COMMAND.
055400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
055500                         PRIVACY-TABLE-FILE,
055600                         PRIVACY-BLOCK-RECORD.
055700*    END-CALL.
055800     IF VSIO-SUCCESS
055900         MOVE 'Y' TO WS-RELEASE-BLOCKED-SW
056000     ELSE
056100         IF NOT VSIO-RECORD-NOT-FOUND
056200             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056300             MOVE 'Y' TO WS-RELEASE-BLOCKED-SW.
056400*        END-IF
056500*    END-IF.
056600     MOVE +0 TO VSIO-RETURN-CODE.
056700
056800 129-PARA-EXIT.
056900     EXIT.
057000
057100* ************************************************************** *
057200* THE DIPLOMA NAME FROM THE GRADUATION APPLICATION, OR THE       *
057300* MASTER NAME WHEN NO APPLICATION IS ON FILE.                    *
057400* ************************************************************** *
057500 130-FIND-DIPLOMA-NAME.
057600
057700     MOVE SR-SORT-NAME TO SR-DIPLOMA-NAME.
057800     MOVE SPACES TO APPLICATION-RECORD.
057900     MOVE DGR-STUDENT-ID TO GAP-STUDENT-ID.
058000     MOVE VSIO-READ TO VSIO-COMMAND.
058100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
058200                         APPLICATION-FILE,
058300                         APPLICATION-RECORD.
058400*    END-CALL.
058500     IF VSIO-SUCCESS
058600         IF GAP-DIPLOMA-NAME NOT EQUAL SPACES
058700             MOVE GAP-DIPLOMA-NAME TO SR-DIPLOMA-NAME
058800         END-IF
058900     ELSE
059000         IF NOT VSIO-RECORD-NOT-FOUND
059100             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
059200*        END-IF
059300*    END-IF.
059400     MOVE +0 TO VSIO-RETURN-CODE.
059500
059600 139-PARA-EXIT.
059700     EXIT.
059800
059900 140-FIND-HONORS-TITLE.
060000
060100     MOVE SPACES TO SR-HONORS-TITLE.
060200     IF SR-HONORS-CODE EQUAL SPACE
060300         GO TO 149-PARA-EXIT.
060400*    END-IF.
060500
060600     MOVE 'N' TO CACHE-FOUND-SW.
060700     MOVE 1 TO CACHE-IDX.
060800     PERFORM 142-SCAN-HONORS-CACHE
060900        THRU 142-PARA-EXIT
061000       UNTIL CACHE-FOUND
061100          OR CACHE-IDX GREATER THAN HONORS-CACHE-COUNT.
061200*    END-PERFORM.
061300     IF CACHE-FOUND
061400         MOVE HONORS-CACHE-ENTRY (CACHE-IDX)
061500             TO HONORS-TABLE-RECORD
061600         MOVE HNR-TITLE TO SR-HONORS-TITLE
061700     ELSE
061800         MOVE 'WITH HONORS' TO SR-HONORS-TITLE.
061900*    END-IF.
062000
062100 149-PARA-EXIT.
062200     EXIT.
062300
062400 142-SCAN-HONORS-CACHE.
062500
062600     IF HONORS-CACHE-ENTRY (CACHE-IDX) (1:1) EQUAL
062700             SR-HONORS-CODE
062800         MOVE 'Y' TO CACHE-FOUND-SW
062900     ELSE
063000         ADD 1 TO CACHE-IDX.
063100*    END-IF.
063200
063300 142-PARA-EXIT.
063400     EXIT.
063500
063600 199-EXIT.
063700     EXIT.
063800
063900* ************************************************************** *
064000* SORT OUTPUT PROCEDURE - LISTS THE GRADUATES UNDER A HEADING    *
064100* FOR EACH MAJOR DEPARTMENT, WITH DEPARTMENT COUNTS, THEN THE    *
064200* PROGRAM TOTALS.                                                *
064300* ************************************************************** *
064400 200-PRINT-PROGRAM SECTION.
064500
064600 200-PRINT-PROGRAM-PARA.
064700
064800     PERFORM 210-RETURN-GRADUATE
064900        THRU 219-PARA-EXIT
065000       UNTIL SORT-EOF.
065100*    END-PERFORM.
065200
065300     IF PREVIOUS-DEPARTMENT NOT EQUAL LOW-VALUES
065400         PERFORM 240-PRINT-DEPT-TOTAL THRU 249-PARA-EXIT.
065500*    END-IF.
065600
065700     IF PAGE-LINE-COUNT NOT LESS THAN LINES-PER-PAGE
065800         PERFORM 235-PRINT-PAGE-HEADING THRU 235-PARA-EXIT.
065900*    END-IF.
066000     MOVE GRAND-GRAD-COUNT TO GT-GRADUATES.
066100     MOVE GRAND-HONORS-COUNT TO GT-HONORS.
066200     MOVE BLOCKED-COUNTER TO GT-BLOCKED.
066300     WRITE REPORT-LINE FROM BLANK-LINE.
066400     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
066500     GO TO 299-EXIT.
066600
066700 210-RETURN-GRADUATE.
066800
066900     RETURN SORT-WORK-FILE
067000         AT END
067100             MOVE 'Y' TO SORT-EOF-SWITCH
067200             GO TO 219-PARA-EXIT.
067300*    END-RETURN.
067400
067500     IF SR-DEPARTMENT NOT EQUAL PREVIOUS-DEPARTMENT
067600         PERFORM 230-START-DEPARTMENT THRU 239-PARA-EXIT.
067700*    END-IF.
067800
067900     IF PAGE-LINE-COUNT NOT LESS THAN LINES-PER-PAGE
068000         PERFORM 235-PRINT-PAGE-HEADING THRU 235-PARA-EXIT
068100         PERFORM 237-PRINT-DEPT-HEADING THRU 237-PARA-EXIT.
068200*    END-IF.
068300
068400     MOVE SR-DIPLOMA-NAME TO DL-DIPLOMA-NAME.
068500     MOVE SR-HONORS-TITLE TO DL-HONORS-TITLE.
068600     WRITE REPORT-LINE FROM DETAIL-LINE.
068700     ADD +1 TO PAGE-LINE-COUNT.
068800
068900     ADD +1 TO DEPT-GRAD-COUNT.
069000     ADD +1 TO GRAND-GRAD-COUNT.
069100     IF SR-HONORS-CODE NOT EQUAL SPACE
069200         ADD +1 TO DEPT-HONORS-COUNT
069300         ADD +1 TO GRAND-HONORS-COUNT.
069400*    END-IF.
069500
069600 219-PARA-EXIT.
069700     EXIT.
069800
069900* ************************************************************** *
070000* A NEW DEPARTMENT STARTS ON THE CURRENT PAGE WHEN ITS HEADING   *
070100* AND AT LEAST ONE GRADUATE WILL FIT, OTHERWISE ON A NEW PAGE.   *
070200* ************************************************************** *
070300 230-START-DEPARTMENT.
070400
070500     IF PREVIOUS-DEPARTMENT NOT EQUAL LOW-VALUES
070600         PERFORM 240-PRINT-DEPT-TOTAL THRU 249-PARA-EXIT.
070700*    END-IF.
070800
070900     MOVE SR-DEPARTMENT TO PREVIOUS-DEPARTMENT.
071000     MOVE ZERO TO DEPT-GRAD-COUNT.
071100     MOVE ZERO TO DEPT-HONORS-COUNT.
071200
071300     PERFORM 250-FIND-DEPT-NAME THRU 259-PARA-EXIT.
071400
071500     IF PAGE-LINE-COUNT + 4 GREATER THAN LINES-PER-PAGE
071600         PERFORM 235-PRINT-PAGE-HEADING THRU 235-PARA-EXIT
071700     ELSE
071800         WRITE REPORT-LINE FROM BLANK-LINE
071900         ADD +1 TO PAGE-LINE-COUNT.
072000*    END-IF.
072100     PERFORM 237-PRINT-DEPT-HEADING THRU 237-PARA-EXIT.
072200
072300 239-PARA-EXIT.
072400     EXIT.
072500
072600 235-PRINT-PAGE-HEADING.
072700
072800     ADD +1 TO PAGE-COUNT.
072900     MOVE CC-CONF-TERM TO H1-TERM.
073000     MOVE PAGE-COUNT TO H1-PAGE.
073100     WRITE REPORT-LINE FROM HEADING-LINE-1 AFTER
073200         ADVANCING PAGE.
073300     WRITE REPORT-LINE FROM BLANK-LINE.
073400     MOVE +2 TO PAGE-LINE-COUNT.
073500
073600 235-PARA-EXIT.
073700     EXIT.
073800
073900 237-PRINT-DEPT-HEADING.
074000
074100     MOVE PREVIOUS-DEPARTMENT TO DH-DEPARTMENT.
074200     MOVE DTR-NAME TO DH-DEPT-NAME.
074300     WRITE REPORT-LINE FROM DEPT-HEADING-LINE.
074400     WRITE REPORT-LINE FROM BLANK-LINE.
074500     ADD +2 TO PAGE-LINE-COUNT.
074600
074700 237-PARA-EXIT.
074800     EXIT.
074900
075000 240-PRINT-DEPT-TOTAL.
075100
075200     MOVE DEPT-GRAD-COUNT TO DT-GRADUATES.
075300     MOVE DEPT-HONORS-COUNT TO DT-HONORS.
075400     WRITE REPORT-LINE FROM BLANK-LINE.
075500     WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.
075600     ADD +2 TO PAGE-LINE-COUNT.
075700
075800 249-PARA-EXIT.
075900     EXIT.
076000
076100 250-FIND-DEPT-NAME.
076200
076300     MOVE 'N' TO CACHE-FOUND-SW.
076400     MOVE 1 TO CACHE-IDX.
076500     PERFORM 252-SCAN-DEPT-CACHE
076600        THRU 252-PARA-EXIT
076700       UNTIL CACHE-FOUND
076800          OR CACHE-IDX GREATER THAN DEPT-CACHE-COUNT.
076900*    END-PERFORM.
077000     IF CACHE-FOUND
077100         MOVE DEPT-CACHE-ENTRY (CACHE-IDX)
077200             TO DEPARTMENT-TABLE-RECORD
077300     ELSE
077400         MOVE SR-DEPARTMENT TO DTR-NUMBER
077500         MOVE '*** NOT IN TABLE FILE ***' TO DTR-NAME.
077600*    END-IF.
077700
077800 259-PARA-EXIT.
077900     EXIT.
078000
078100 252-SCAN-DEPT-CACHE.
078200
078300     IF DEPT-CACHE-ENTRY (CACHE-IDX) (1:2) EQUAL
078400             SORT-RECORD (1:2)
078500         MOVE 'Y' TO CACHE-FOUND-SW
078600     ELSE
078700         ADD 1 TO CACHE-IDX.
078800*    END-IF.
078900
079000 252-PARA-EXIT.
079100     EXIT.
079200
079300 299-EXIT.
079400     EXIT.
079500
079600* ************************************************************** *
079700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
079800* OTHER THAN SUCCESS OR END-OF-FILE, THE SAME AS EVERY OTHER     *
079900* PROGRAM IN THIS SUITE.                                         *
080000* ************************************************************** *
080100 500-DISPLAY-UNKNOWN-ERROR SECTION.
080200
080300 500-DISPLAY-PARA.
080400
080500     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
080600     EXHIBIT NAMED VSIO-RETURN-CODE.
080700     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
080800                   VSIO-VSAM-FUNCTION-CODE,
080900                   VSIO-VSAM-FEEDBACK-CODE.
081000
081100 509-EXIT.
081200     EXIT.
