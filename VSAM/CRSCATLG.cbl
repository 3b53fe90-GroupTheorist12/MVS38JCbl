000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRSCATLG.
000300 AUTHOR. JAY MOSELEY.
000400 DATE-WRITTEN. OCTOBER, 2026.
000500 DATE-COMPILED.
000600
000700* ************************************************************* *
000800* COURSE CATALOG PUBLICATION RUN.  EVERY DEPARTMENT ON          *
000900* DEPARTMENT-TABLE-FILE STARTS A PAGE UNDER ITS NAME WITH THE   *
001000* DEGREE HOURS IT REQUIRES (DTR-REQ-MAJOR-HOURS AND             *
001100* DTR-REQ-TOTAL-HOURS) AND ITS DEGRTBL COURSE REQUIREMENTS --   *
001200* THE SINGLE REQUIRED COURSES AND THE CHOOSE-N GROUPS, THE SAME *
001300* LINES GRADCLR CLEARS A GRADUATE AGAINST.  EVERY COURSE OF THE *
001400* DEPARTMENT ON COURSE-TABLE-FILE THEN FOLLOWS WITH ITS         *
001500* DESCRIPTION, CREDIT HOURS AND ITS PREQTBL PREREQUISITES WITH  *
001600* THE MINIMUM GRADE KSDSMULT ENFORCES AT REGISTRATION, SO THE   *
001700* PRINTED CATALOG IS ALWAYS TAKEN FROM THE TABLES THEMSELVES.   *
001800*                                                                 *
001900* NO CONTROL CARD.  THE RUN ENDS RC 8 ON A VSAM ERROR.          *
002000*                                                                 *
002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002300*   10/15/2026 JM    ORIGINAL PROGRAM.                           *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300
003400     SELECT REPORT-FILE
003500         ASSIGN TO UR-1403-S-SYSPRINT.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  REPORT-FILE
004000     LABEL RECORDS ARE OMITTED
004100     RECORD CONTAINS 132 CHARACTERS
004200     BLOCK CONTAINS 0 RECORDS
004300     DATA RECORD IS REPORT-LINE.
004400 01  REPORT-LINE                 PIC X(132).
004500
004600 WORKING-STORAGE SECTION.
004700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
004800     88  END-OF-FILE                         VALUE 'Y'.
004900 77  COURSE-DONE-SWITCH          PIC X(01)   VALUE 'N'.
005000     88  COURSE-DONE                         VALUE 'Y'.
005100 77  PREREQ-DONE-SWITCH          PIC X(01)   VALUE 'N'.
005200     88  PREREQ-DONE                         VALUE 'Y'.
005300 77  REQ-DONE-SWITCH             PIC X(01)   VALUE 'N'.
005400     88  REQ-DONE                            VALUE 'Y'.
005500
005600 77  DEPARTMENT-COUNTER          PIC S9(8) COMP VALUE ZERO.
005700 77  COURSE-COUNTER              PIC S9(8) COMP VALUE ZERO.
005800 77  DEPT-COURSE-COUNTER         PIC S9(8) COMP VALUE ZERO.
005900 77  DEPT-REQ-COUNTER            PIC S9(8) COMP VALUE ZERO.
006000 77  ERROR-COUNTER               PIC S9(8) COMP VALUE ZERO.
006100 77  WS-PRIOR-GROUP              PIC 9(02)   VALUE ZERO.
006200
006300 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
006400 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
006500 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
006600 01  PREREQ-TABLE-FILE           COPY VSAMIOFB.
006700
006800 01  DEPARTMENT-TABLE-RECORD.
006900     02  DTR-NUMBER              PIC 9(02).
007000     02  DTR-NAME                PIC X(30).
007100     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
007200     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
007300
007400 01  COURSE-TABLE-RECORD.
007500     02  CTR-DEPARTMENT          PIC 9(02).
007600     02  CTR-NUMBER              PIC 9(03).
007700     02  CTR-DESCRIPTION         PIC X(50).
007800     02  CTR-CREDIT-HOURS        PIC 9(01).
007900
008000 01  PREREQ-TABLE-RECORD.
008100     02  PRQ-DEPARTMENT          PIC 9(02).
008200     02  PRQ-COURSE              PIC 9(03).
008300     02  PRQ-REQ-DEPARTMENT      PIC 9(02).
008400     02  PRQ-REQ-COURSE          PIC 9(03).
008500     02  PRQ-MIN-GRADE           PIC 9V99.
008600
008700* ************************************************************** *
008800* ONE DEGREE-REQUIREMENT LINE PER RECORD (DDNAME DEGRTBL, KEYED  *
008900* MAJOR DEPARTMENT + SEQUENCE).  GROUP 00 IS A SINGLE REQUIRED   *
009000* COURSE; A NONZERO GROUP NUMBER TIES CHOOSE-N-OF-THESE          *
009100* MEMBERS TOGETHER, EACH CARRYING THE GROUP'S CHOOSE COUNT.      *
009200* ************************************************************** *
009300 01  REQUIREMENT-TABLE-FILE      COPY VSAMIOFB.
009400 01  REQUIREMENT-TABLE-RECORD.
009500     02  RQT-DEPARTMENT          PIC 9(02).
009600     02  RQT-SEQUENCE            PIC 9(03).
009700     02  RQT-GROUP               PIC 9(02).
009800     02  RQT-CHOOSE-COUNT        PIC 9(02).
009900     02  RQT-COURSE.
010000         03  RQT-COURSE-DEPT     PIC 9(02).
010100         03  RQT-COURSE-NUMBER   PIC 9(03).
010200
010300 01  HEADING-LINE-1.
010400     02  FILLER                  PIC X(16) VALUE
010500         'COURSE CATALOG  '.
010600     02  FILLER                  PIC X(11) VALUE 'DEPARTMENT '.
010700     02  HL1-DEPARTMENT          PIC 9(02).
010800     02  FILLER                  PIC X(02) VALUE SPACES.
010900     02  HL1-NAME                PIC X(30).
011000     02  FILLER                  PIC X(71) VALUE SPACES.
011100
011200 01  DEGREE-HOURS-LINE.
011300     02  FILLER                  PIC X(25) VALUE
011400         'DEGREE REQUIREMENTS:     '.
011500     02  DHL-MAJOR-HOURS         PIC ZZ9.
011600     02  FILLER                  PIC X(21) VALUE
011700         ' HOURS IN THE MAJOR, '.
011800     02  DHL-TOTAL-HOURS         PIC ZZ9.
011900     02  FILLER                  PIC X(12) VALUE
012000         ' HOURS TOTAL'.
012100     02  FILLER                  PIC X(68) VALUE SPACES.
012200
012300 01  REQUIRED-COURSE-LINE.
012400     02  FILLER                  PIC X(04) VALUE SPACES.
012500     02  RCL-CAPTION             PIC X(21).
012600     02  RCL-DEPARTMENT          PIC 9(02).
012700     02  FILLER                  PIC X(01) VALUE '-'.
012800     02  RCL-COURSE              PIC 9(03).
012900     02  FILLER                  PIC X(03) VALUE SPACES.
013000     02  RCL-TITLE               PIC X(50).
013100     02  FILLER                  PIC X(48) VALUE SPACES.
013200
013300 01  CHOOSE-GROUP-LINE.
013400     02  FILLER                  PIC X(04) VALUE SPACES.
013500     02  FILLER                  PIC X(07) VALUE 'CHOOSE '.
013600     02  CGL-CHOOSE-COUNT        PIC Z9.
013700     02  FILLER                  PIC X(17) VALUE
013800         ' OF GROUP        '.
013900     02  CGL-GROUP               PIC 99.
014000     02  FILLER                  PIC X(01) VALUE ':'.
014100     02  FILLER                  PIC X(99) VALUE SPACES.
014200
014300 01  NO-REQUIREMENTS-LINE.
014400     02  FILLER                  PIC X(04) VALUE SPACES.
014500     02  FILLER                  PIC X(40) VALUE
014600         'NO COURSE REQUIREMENTS ON FILE'.
014700     02  FILLER                  PIC X(88) VALUE SPACES.
014800
014900 01  COURSES-CAPTION-LINE.
015000     02  FILLER                  PIC X(20) VALUE
015100         'COURSES OFFERED:'.
015200     02  FILLER                  PIC X(112) VALUE SPACES.
015300
015400 01  COURSE-LINE.
015500     02  FILLER                  PIC X(04) VALUE SPACES.
015600     02  CRL-DEPARTMENT          PIC 9(02).
015700     02  FILLER                  PIC X(01) VALUE '-'.
015800     02  CRL-COURSE              PIC 9(03).
015900     02  FILLER                  PIC X(03) VALUE SPACES.
016000     02  CRL-DESCRIPTION         PIC X(50).
016100     02  FILLER                  PIC X(02) VALUE SPACES.
016200     02  CRL-CREDIT-HOURS        PIC 9(01).
016300     02  FILLER                  PIC X(13) VALUE
016400         ' CREDIT HOURS'.
016500     02  FILLER                  PIC X(53) VALUE SPACES.
016600
016700 01  PREREQ-LINE.
016800     02  FILLER                  PIC X(13) VALUE SPACES.
016900     02  FILLER                  PIC X(14) VALUE
017000         'PREREQUISITE: '.
017100     02  PRL-DEPARTMENT          PIC 9(02).
017200     02  FILLER                  PIC X(01) VALUE '-'.
017300     02  PRL-COURSE              PIC 9(03).
017400     02  FILLER                  PIC X(17) VALUE
017500         '  MINIMUM GRADE  '.
017600     02  PRL-MIN-GRADE           PIC 9.99.
017700     02  FILLER                  PIC X(78) VALUE SPACES.
017800
017900 01  NO-COURSES-LINE.
018000     02  FILLER                  PIC X(04) VALUE SPACES.
018100     02  FILLER                  PIC X(40) VALUE
018200         'NO COURSES ON FILE'.
018300     02  FILLER                  PIC X(88) VALUE SPACES.
018400
018500 01  TOTAL-LINE.
018600     02  FILLER                  PIC X(13) VALUE 'DEPARTMENTS: '.
018700     02  TL-DEPARTMENTS          PIC ZZZZ9.
018800     02  FILLER                  PIC X(11) VALUE '  COURSES: '.
018900     02  TL-COURSES              PIC ZZZZ9.
019000     02  FILLER                  PIC X(98) VALUE SPACES.
019100
019200 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
019300
019400 PROCEDURE DIVISION.
019500
019600 000-INITIATE.
019700
019800     MOVE 'DEPTTBL' TO VSIO-DDNAME OF DEPARTMENT-TABLE-FILE.
019900     MOVE VSIO-KSDS TO
020000         VSIO-ORGANIZATION OF DEPARTMENT-TABLE-FILE.
020100     MOVE VSIO-SEQUENTIAL TO
020200         VSIO-ACCESS OF DEPARTMENT-TABLE-FILE.
020300     MOVE VSIO-INPUT TO VSIO-MODE OF DEPARTMENT-TABLE-FILE.
020400     MOVE +38 TO VSIO-RECORD-LENGTH OF DEPARTMENT-TABLE-FILE.
020500     MOVE +0 TO VSIO-KEY-POSITION OF DEPARTMENT-TABLE-FILE.
020600     MOVE +2 TO VSIO-KEY-LENGTH OF DEPARTMENT-TABLE-FILE.
020700     MOVE VSIO-OPEN TO VSIO-COMMAND.
020800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020900                         DEPARTMENT-TABLE-FILE,
021000                         DEPARTMENT-TABLE-RECORD.
021100*    END-CALL.
021200     IF NOT VSIO-SUCCESS
021300         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
021400         MOVE +8 TO RETURN-CODE
021500         STOP RUN.
021600*    END-IF.
021700
021800     MOVE 'CRSETBL' TO VSIO-DDNAME OF COURSE-TABLE-FILE.
021900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF COURSE-TABLE-FILE.
022000     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF COURSE-TABLE-FILE.
022100     MOVE VSIO-INPUT TO VSIO-MODE OF COURSE-TABLE-FILE.
022200     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
022300     MOVE +0 TO VSIO-KEY-POSITION OF COURSE-TABLE-FILE.
022400     MOVE +5 TO VSIO-KEY-LENGTH OF COURSE-TABLE-FILE.
022500     MOVE VSIO-OPEN TO VSIO-COMMAND.
022600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022700                         COURSE-TABLE-FILE,
022800                         COURSE-TABLE-RECORD.
022900*    END-CALL.
023000     IF NOT VSIO-SUCCESS
023100         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
023200         MOVE +8 TO RETURN-CODE
023300         STOP RUN.
023400*    END-IF.
023500
023600     MOVE 'PREQTBL' TO VSIO-DDNAME OF PREREQ-TABLE-FILE.
023700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PREREQ-TABLE-FILE.
023800     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF PREREQ-TABLE-FILE.
023900     MOVE VSIO-INPUT TO VSIO-MODE OF PREREQ-TABLE-FILE.
024000     MOVE +13 TO VSIO-RECORD-LENGTH OF PREREQ-TABLE-FILE.
024100     MOVE +0 TO VSIO-KEY-POSITION OF PREREQ-TABLE-FILE.
024200     MOVE +10 TO VSIO-KEY-LENGTH OF PREREQ-TABLE-FILE.
024300     MOVE VSIO-OPEN TO VSIO-COMMAND.
024400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
024500                         PREREQ-TABLE-FILE,
024600                         PREREQ-TABLE-RECORD.
024700*    END-CALL.
024800     IF NOT VSIO-SUCCESS
024900         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
025000         MOVE +8 TO RETURN-CODE
025100         STOP RUN.
025200*    END-IF.
025300
025400     MOVE 'DEGRTBL' TO VSIO-DDNAME OF REQUIREMENT-TABLE-FILE.
025500     MOVE VSIO-KSDS TO
025600         VSIO-ORGANIZATION OF REQUIREMENT-TABLE-FILE.
025700     MOVE VSIO-DYNAMIC TO VSIO-ACCESS
025800         OF REQUIREMENT-TABLE-FILE.
025900     MOVE VSIO-INPUT TO VSIO-MODE OF REQUIREMENT-TABLE-FILE.
026000     MOVE +14 TO VSIO-RECORD-LENGTH
026100         OF REQUIREMENT-TABLE-FILE.
026200     MOVE +0 TO VSIO-KEY-POSITION OF REQUIREMENT-TABLE-FILE.
026300     MOVE +5 TO VSIO-KEY-LENGTH OF REQUIREMENT-TABLE-FILE.
026400     MOVE VSIO-OPEN TO VSIO-COMMAND.
026500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026600                         REQUIREMENT-TABLE-FILE,
026700                         REQUIREMENT-TABLE-RECORD.
026800*    END-CALL.
026900     IF NOT VSIO-SUCCESS
027000         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
027100         MOVE +8 TO RETURN-CODE
027200         STOP RUN.
027300*    END-IF.
027400
027500     OPEN OUTPUT REPORT-FILE.
027600
027700 010-PROCESS.
027800
027900     PERFORM 110-PROCESS-ONE-DEPARTMENT
028000        THRU 119-EXIT
028100       UNTIL END-OF-FILE.
028200*    END-PERFORM.
028300
028400 020-TERMINATE.
028500
028600     MOVE DEPARTMENT-COUNTER TO TL-DEPARTMENTS.
028700     MOVE COURSE-COUNTER TO TL-COURSES.
028800     WRITE REPORT-LINE FROM BLANK-LINE.
028900     WRITE REPORT-LINE FROM TOTAL-LINE.
029000
029100     CLOSE REPORT-FILE.
029200
029300     MOVE VSIO-CLOSE TO VSIO-COMMAND.
029400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029500                         DEPARTMENT-TABLE-FILE,
029600                         DEPARTMENT-TABLE-RECORD.
029700*    END-CALL.
029800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
029900                         COURSE-TABLE-FILE,
030000                         COURSE-TABLE-RECORD.
030100*    END-CALL.
030200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030300                         PREREQ-TABLE-FILE,
030400                         PREREQ-TABLE-RECORD.
030500*    END-CALL.
030600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030700                         REQUIREMENT-TABLE-FILE,
030800                         REQUIREMENT-TABLE-RECORD.
030900*    END-CALL.
031000
031100     DISPLAY 'CRSCATLG: DEPARTMENTS LISTED: ' DEPARTMENT-COUNTER.
031200     DISPLAY 'CRSCATLG: COURSES LISTED:     ' COURSE-COUNTER.
031300
031400     IF ERROR-COUNTER GREATER THAN ZERO
031500         MOVE +8 TO RETURN-CODE.
031600*    END-IF.
031700     STOP RUN.
031800
031900* ************************************************************** *
032000* ONE DEPARTMENT: ITS PAGE HEADING AND DEGREE HOURS, ITS DEGRTBL *
032100* REQUIREMENTS, THEN EVERY COURSE IT OFFERS.                     *
032200* ************************************************************** *
032300 110-PROCESS-ONE-DEPARTMENT.
032400
032500     MOVE SPACES TO DEPARTMENT-TABLE-RECORD.
032600     MOVE VSIO-READ TO VSIO-COMMAND.
032700     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
032800                         DEPARTMENT-TABLE-FILE,
032900                         DEPARTMENT-TABLE-RECORD.
033000*    END-CALL.
033100     IF NOT VSIO-SUCCESS
033200         IF VSIO-END-OF-FILE
033300             MOVE 'Y' TO END-OF-FILE-SWITCH
033400             GO TO 119-EXIT
033500         ELSE
033600             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033700             ADD +1 TO ERROR-COUNTER
033800             MOVE 'Y' TO END-OF-FILE-SWITCH
033900             GO TO 119-EXIT.
034000*        END-IF
034100*    END-IF.
034200
034300     ADD +1 TO DEPARTMENT-COUNTER.
034400     MOVE DTR-NUMBER TO HL1-DEPARTMENT.
034500     MOVE DTR-NAME TO HL1-NAME.
034600     WRITE REPORT-LINE FROM HEADING-LINE-1
034700         AFTER ADVANCING PAGE.
034800     WRITE REPORT-LINE FROM BLANK-LINE.
034900
035000     IF DTR-REQ-MAJOR-HOURS NUMERIC
035100         MOVE DTR-REQ-MAJOR-HOURS TO DHL-MAJOR-HOURS
035200     ELSE
035300         MOVE ZERO TO DHL-MAJOR-HOURS.
035400*    END-IF.
035500     IF DTR-REQ-TOTAL-HOURS NUMERIC
035600         MOVE DTR-REQ-TOTAL-HOURS TO DHL-TOTAL-HOURS
035700     ELSE
035800         MOVE ZERO TO DHL-TOTAL-HOURS.
035900*    END-IF.
036000     WRITE REPORT-LINE FROM DEGREE-HOURS-LINE.
036100
036200     PERFORM 120-LIST-REQUIREMENTS THRU 129-EXIT.
036300
036400     WRITE REPORT-LINE FROM BLANK-LINE.
036500     WRITE REPORT-LINE FROM COURSES-CAPTION-LINE.
036600     PERFORM 130-LIST-COURSES THRU 139-EXIT.
036700
036800 119-EXIT.
036900     EXIT.
037000
037100* ************************************************************** *
037200* BROWSES THE DEPARTMENT'S DEGRTBL LINES IN SEQUENCE ORDER.  A   *
037300* CHOOSE-N GROUP PRINTS ITS CAPTION WHEN THE GROUP CHANGES AND   *
037400* ITS MEMBERS BENEATH IT.                                        *
037500* ************************************************************** *
037600 120-LIST-REQUIREMENTS.
037700
037800     MOVE ZERO TO DEPT-REQ-COUNTER.
037900     MOVE ZERO TO WS-PRIOR-GROUP.
038000     MOVE 'N' TO REQ-DONE-SWITCH.
038100
038200     MOVE SPACES TO REQUIREMENT-TABLE-RECORD.
038300     MOVE DTR-NUMBER TO RQT-DEPARTMENT.
038400     MOVE ZERO TO RQT-SEQUENCE.
038500     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
038600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
038700                         REQUIREMENT-TABLE-FILE,
038800                         REQUIREMENT-TABLE-RECORD.
038900*    END-CALL.
039000     IF NOT VSIO-SUCCESS
039100         MOVE 'Y' TO REQ-DONE-SWITCH
039200         MOVE +0 TO VSIO-RETURN-CODE.
039300*    END-IF.
039400
039500     PERFORM 125-LIST-ONE-REQUIREMENT
039600        THRU 125-EXIT
039700       UNTIL REQ-DONE.
039800*    END-PERFORM.
039900
040000     IF DEPT-REQ-COUNTER EQUAL ZERO
040100         WRITE REPORT-LINE FROM NO-REQUIREMENTS-LINE.
040200*    END-IF.
040300
040400 129-EXIT.
040500     EXIT.
040600
040700 125-LIST-ONE-REQUIREMENT.
040800
040900     MOVE SPACES TO REQUIREMENT-TABLE-RECORD (1:5).
041000     MOVE +14 TO VSIO-RECORD-LENGTH OF REQUIREMENT-TABLE-FILE.
041100     MOVE VSIO-READ TO VSIO-COMMAND.
041200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041300                         REQUIREMENT-TABLE-FILE,
041400                         REQUIREMENT-TABLE-RECORD.
041500*    END-CALL.
041600     IF NOT VSIO-SUCCESS
041700         MOVE 'Y' TO REQ-DONE-SWITCH
041800         MOVE +0 TO VSIO-RETURN-CODE
041900         GO TO 125-EXIT.
042000*    END-IF.
042100
042200     IF RQT-DEPARTMENT NOT EQUAL DTR-NUMBER
042300         MOVE 'Y' TO REQ-DONE-SWITCH
042400         GO TO 125-EXIT.
042500*    END-IF.
042600
042700     ADD +1 TO DEPT-REQ-COUNTER.
042800     IF RQT-GROUP NOT EQUAL ZERO
042900     AND RQT-GROUP NOT EQUAL WS-PRIOR-GROUP
043000         MOVE RQT-CHOOSE-COUNT TO CGL-CHOOSE-COUNT
043100         MOVE RQT-GROUP TO CGL-GROUP
043200         WRITE REPORT-LINE FROM CHOOSE-GROUP-LINE.
043300*    END-IF.
043400     MOVE RQT-GROUP TO WS-PRIOR-GROUP.
043500
043600     MOVE SPACES TO COURSE-TABLE-RECORD.
043700     MOVE RQT-COURSE TO COURSE-TABLE-RECORD (1:5).
043800     MOVE VSIO-READ TO VSIO-COMMAND.
043900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044000                         COURSE-TABLE-FILE,
044100                         COURSE-TABLE-RECORD.
044200*    END-CALL.
044300     IF NOT VSIO-SUCCESS
044400         MOVE '*COURSE NOT ON FILE*' TO CTR-DESCRIPTION
044500         MOVE +0 TO VSIO-RETURN-CODE.
044600*    END-IF.
044700
044800     IF RQT-GROUP EQUAL ZERO
044900         MOVE 'REQUIRED COURSE:' TO RCL-CAPTION
045000     ELSE
045100         MOVE SPACES TO RCL-CAPTION.
045200*    END-IF.
045300     MOVE RQT-COURSE-DEPT TO RCL-DEPARTMENT.
045400     MOVE RQT-COURSE-NUMBER TO RCL-COURSE.
045500     MOVE CTR-DESCRIPTION TO RCL-TITLE.
045600     WRITE REPORT-LINE FROM REQUIRED-COURSE-LINE.
045700
045800 125-EXIT.
045900     EXIT.
046000
046100* ************************************************************** *
046200* BROWSES COURSE-TABLE-FILE FROM THE FIRST COURSE OF THE         *
046300* DEPARTMENT, ONE CATALOG ENTRY PER COURSE.                      *
046400* ************************************************************** *
046500 130-LIST-COURSES.
046600
046700     MOVE ZERO TO DEPT-COURSE-COUNTER.
046800     MOVE 'N' TO COURSE-DONE-SWITCH.
046900
047000     MOVE SPACES TO COURSE-TABLE-RECORD.
047100     MOVE DTR-NUMBER TO CTR-DEPARTMENT.
047200     MOVE ZERO TO CTR-NUMBER.
047300     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
047400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047500                         COURSE-TABLE-FILE,
047600                         COURSE-TABLE-RECORD.
047700*    END-CALL.
047800     IF NOT VSIO-SUCCESS
047900         MOVE 'Y' TO COURSE-DONE-SWITCH
048000         MOVE +0 TO VSIO-RETURN-CODE.
048100*    END-IF.
048200
048300     PERFORM 135-LIST-ONE-COURSE
048400        THRU 135-EXIT
048500       UNTIL COURSE-DONE.
048600*    END-PERFORM.
048700
048800     IF DEPT-COURSE-COUNTER EQUAL ZERO
048900         WRITE REPORT-LINE FROM NO-COURSES-LINE.
049000*    END-IF.
049100
049200 139-EXIT.
049300     EXIT.
049400
049500 135-LIST-ONE-COURSE.
049600
049700     MOVE SPACES TO COURSE-TABLE-RECORD (1:5).
049800     MOVE +56 TO VSIO-RECORD-LENGTH OF COURSE-TABLE-FILE.
049900     MOVE VSIO-READ TO VSIO-COMMAND.
050000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
050100                         COURSE-TABLE-FILE,
050200                         COURSE-TABLE-RECORD.
050300*    END-CALL.
050400     IF NOT VSIO-SUCCESS
050500         MOVE 'Y' TO COURSE-DONE-SWITCH
050600         MOVE +0 TO VSIO-RETURN-CODE
050700         GO TO 135-EXIT.
050800*    END-IF.
050900
051000     IF CTR-DEPARTMENT NOT EQUAL DTR-NUMBER
051100         MOVE 'Y' TO COURSE-DONE-SWITCH
051200         GO TO 135-EXIT.
051300*    END-IF.
051400
051500     ADD +1 TO DEPT-COURSE-COUNTER.
051600     ADD +1 TO COURSE-COUNTER.
051700     WRITE REPORT-LINE FROM BLANK-LINE.
051800     MOVE CTR-DEPARTMENT TO CRL-DEPARTMENT.
051900     MOVE CTR-NUMBER TO CRL-COURSE.
052000     MOVE CTR-DESCRIPTION TO CRL-DESCRIPTION.
052100     MOVE CTR-CREDIT-HOURS TO CRL-CREDIT-HOURS.
052200     WRITE REPORT-LINE FROM COURSE-LINE.
052300
052400     PERFORM 140-LIST-PREREQS THRU 149-EXIT.
052500
052600 135-EXIT.
052700     EXIT.
052800
052900* ************************************************************** *
053000* THE COURSE'S PREQTBL PREREQUISITES, EACH WITH THE MINIMUM      *
053100* GRADE THAT MUST HAVE BEEN EARNED IN IT.                        *
053200* ************************************************************** *
053300 140-LIST-PREREQS.
053400
053500     MOVE 'N' TO PREREQ-DONE-SWITCH.
053600     MOVE SPACES TO PREREQ-TABLE-RECORD.
053700     MOVE CTR-DEPARTMENT TO PRQ-DEPARTMENT.
053800     MOVE CTR-NUMBER TO PRQ-COURSE.
053900     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
054000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
054100                         PREREQ-TABLE-FILE,
054200                         PREREQ-TABLE-RECORD.
054300*    END-CALL.
054400     IF NOT VSIO-SUCCESS
054500         MOVE +0 TO VSIO-RETURN-CODE
054600         GO TO 149-EXIT.
054700*    END-IF.
054800
054900     PERFORM 145-LIST-ONE-PREREQ
055000        THRU 145-EXIT
055100       UNTIL PREREQ-DONE.
055200*    END-PERFORM.
055300
055400 149-EXIT.
055500     EXIT.
055600
055700 145-LIST-ONE-PREREQ.
055800
055900     MOVE SPACES TO PREREQ-TABLE-RECORD (1:10).
056000     MOVE +13 TO VSIO-RECORD-LENGTH OF PREREQ-TABLE-FILE.
056100     MOVE VSIO-READ TO VSIO-COMMAND.
056200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056300                         PREREQ-TABLE-FILE,
056400                         PREREQ-TABLE-RECORD.
056500*    END-CALL.
056600     IF NOT VSIO-SUCCESS
056700         MOVE +0 TO VSIO-RETURN-CODE
056800         MOVE 'Y' TO PREREQ-DONE-SWITCH
056900         GO TO 145-EXIT.
057000*    END-IF.
057100
057200     IF PRQ-DEPARTMENT NOT EQUAL CTR-DEPARTMENT
057300     OR PRQ-COURSE NOT EQUAL CTR-NUMBER
057400         MOVE 'Y' TO PREREQ-DONE-SWITCH
057500         GO TO 145-EXIT.
057600*    END-IF.
057700
057800     MOVE PRQ-REQ-DEPARTMENT TO PRL-DEPARTMENT.
057900     MOVE PRQ-REQ-COURSE TO PRL-COURSE.
058000     MOVE PRQ-MIN-GRADE TO PRL-MIN-GRADE.
058100     WRITE REPORT-LINE FROM PREREQ-LINE.
058200
058300 145-EXIT.
058400     EXIT.
058500
058600* ************************************************************** *
058700* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
058800* OTHER THAN SUCCESS OR END-OF-FILE.                             *
058900* ************************************************************** *
059000 500-DISPLAY-UNKNOWN-ERROR.
059100
059200     DISPLAY 'VSAMIO ERROR OCCURRED DURING ' VSIO-COMMAND.
059300     EXHIBIT NAMED VSIO-RETURN-CODE.
059400     EXHIBIT NAMED VSIO-VSAM-RETURN-CODE,
059500                   VSIO-VSAM-FUNCTION-CODE,
059600                   VSIO-VSAM-FEEDBACK-CODE.
059700
059800 509-EXIT.
059900     EXIT.
