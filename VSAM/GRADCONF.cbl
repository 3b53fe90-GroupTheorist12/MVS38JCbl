002400* CONFERRED AND IS COUNTED, NOT RE-STAMPED.  THE RUN CHANGES    *
002500* THE MASTER, SO THE SYSIN CARD MUST CARRY AN OPERATOR WITH     *
002600* GRADE AUTHORITY ON AUTHTBL.                                   *
002610* A STUDENT WITH A PRIVACY BLOCK ON PRIVTBL (PRIVMNT) IS STILL  *
002620* CONFERRED, BUT NO DIPLOMA-NAME LINE IS WRITTEN: THE REGISTER  *
002630* SHOWS RELEASE BLOCKED SO THE DIPLOMA IS PREPARED BY HAND AND  *
002640* THE NAME STAYS OFF THE COMMENCEMENT PROGRAM.                  *
002648* GRADUATION HONORS ARE DETERMINED AT CONFERRAL FROM THE        *
002656* CUMULATIVE GPA (GPACALC) AGAINST THE HONRTBL THRESHOLDS       *
002664* (HONRMNT): THE HONOR WITH THE HIGHEST MINIMUM THE GPA MEETS   *
002672* IS CARRIED ON THE DG RECORD, THE DIPLOMA LINE AND THE         *
002680* REGISTER.  COMMPRT PRINTS THE COMMENCEMENT PROGRAM FROM THE   *
002688* DG RECORDS.                                                   *
002700*                                                                 *
002800* SYSIN CARD: COLS 1-6 CONFERRAL TERM, 7-14 CONFERRAL DATE      *
002900* (CCYYMMDD), 15-22 OPERATOR ID, 23-30 PASSWORD OF THE DAY.     *
003310*                    STAMP DATE AND MAX AGE (AUTHMNT): AN    *
003310*                    EXPIRED PASSWORD NOW REFUSES THIS RUN   *
003310*                    TOO, THE SAME TEST GRADPOST APPLIES.    *
003320*   10/15/2026 JM    A REQUIRED COURSE NOT PASSED IS NOW      *
003330*                    CHECKED AGAINST THE STUDENT'S SUBSTBL    *
003340*                    RECORD (SUBSMNT): A WAIVER, OR A PASSED  *
003350*                    ADVISOR-APPROVED SUBSTITUTE, SATISFIES   *
003360*                    IT AND IS LISTED UNDER THE STUDENT'S ID. *
003370*   10/15/2026 JM    A STUDENT BLOCKED ON PRIVTBL IS LEFT OFF *
003380*                    THE DIPLOMA FILE; REGISTER AND FOOTING   *
003390*                    SHOW RELEASE BLOCKED.                    *
003392*   10/15/2026 JM    LATIN HONORS FROM THE CUMULATIVE GPA     *
003394*                    AGAINST HONRTBL ARE STAMPED ON THE DG    *
003396*                    RECORD AND PRINTED ON THE DIPLOMA AND    *
003398*                    REGISTER LINES.                          *
003400* ************************************************************* *
003500
003600 ENVIRONMENT DIVISION.
008100     02  DPL-STUDENT-ID          PIC X(07).
008200     02  DPL-TERM                PIC X(06).
008300     02  DPL-MAJOR-DEPT          PIC 9(02).
008400     02  DPL-HONORS-TITLE        PIC X(20).
008410     02  FILLER                  PIC X(15).
008500
008600 WORKING-STORAGE SECTION.
008700 77  END-OF-FILE-SWITCH          PIC X(01)   VALUE 'N'.
009400     88  WS-CLEARED                          VALUE 'Y'.
009500 77  WS-APPLIED-SW               PIC X(01)   VALUE 'N'.
009600     88  WS-APPLIED                          VALUE 'Y'.
009610 77  WS-RELEASE-BLOCKED-SW       PIC X(01)   VALUE 'N'.
009620     88  WS-RELEASE-BLOCKED                  VALUE 'Y'.
009700
009800 77  CONFERRED-COUNTER           PIC S9(8) COMP VALUE ZERO.
009900 77  ALREADY-COUNTER             PIC S9(8) COMP VALUE ZERO.
010000 77  NO-APPL-COUNTER             PIC S9(8) COMP VALUE ZERO.
010100 77  NOT-CLEAR-COUNTER           PIC S9(8) COMP VALUE ZERO.
010110 77  BLOCKED-COUNTER             PIC S9(8) COMP VALUE ZERO.
010120 77  HONORS-COUNTER              PIC S9(8) COMP VALUE ZERO.
010200
010300 01  WS-REFUSE-REASON            PIC X(30)   VALUE SPACES.
010310
014900         03  CFE-STUDENT-ID      PIC X(07).
015000         03  CFE-MAJOR-DEPT      PIC 9(02).
015100         03  CFE-DIPLOMA-NAME    PIC X(30).
015110         03  CFE-HONORS-CODE     PIC X(01).
015120         03  CFE-HONORS-TITLE    PIC X(20).
015200 77  CONFER-COUNT                PIC S9(4) COMP VALUE ZERO.
015300 77  CONFER-IDX                  PIC S9(4) COMP VALUE ZERO.
015306
015312* ************************************************************** *
015318* GRADUATION HONORS THRESHOLDS, LOADED FROM HONRTBL AT START.    *
015324* ************************************************************** *
015330 01  HONORS-TABLE.
015336     02  HONORS-ENTRY OCCURS 10 TIMES.
015342         03  HNE-CODE            PIC X(01).
015348         03  HNE-MIN-GPA         PIC 9V99.
015354         03  HNE-TITLE           PIC X(20).
015360 77  HONORS-COUNT                PIC S9(4) COMP VALUE ZERO.
015366 77  HONORS-MAX                  PIC S9(4) COMP VALUE +10.
015372 77  HONORS-IDX                  PIC S9(4) COMP VALUE ZERO.
015378 77  HONORS-PICK                 PIC S9(4) COMP VALUE ZERO.
015384 77  TABLE-EOF-SW                PIC X(01)   VALUE 'N'.
015390     88  TABLE-EOF                           VALUE 'Y'.
015400
015500 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
015600 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
015900 01  REQUIREMENT-TABLE-FILE      COPY VSAMIOFB.
016000 01  APPLICATION-FILE            COPY VSAMIOFB.
016100 01  AUTH-TABLE-FILE             COPY VSAMIOFB.
016110 01  SUBSTITUTION-FILE           COPY VSAMIOFB.
016120 01  PRIVACY-TABLE-FILE          COPY VSAMIOFB.
016130 01  HONORS-TABLE-FILE           COPY VSAMIOFB.
016200
016300 01  STUDENT-RECORD-AREA         PIC X(83).
016400
021600     02  DGR-DEGREE-TERM        PIC X(06).
021700     02  DGR-MAJOR-DEPT          PIC 9(02).
021800     02  DGR-CONFER-DATE         PIC 9(08).
021900     02  DGR-HONORS-CODE         PIC X(01).
021910     02  FILLER                  PIC X(15).
022000
022100 01  DEPARTMENT-TABLE-RECORD.
022200     02  DTR-NUMBER              PIC 9(02).
023800     02  RQT-COURSE.
023900         03  RQT-COURSE-DEPT     PIC 9(02).
024000         03  RQT-COURSE-NUMBER   PIC 9(03).
024010
024020* ************************************************************** *
024030* ADVISOR-APPROVED SUBSTITUTIONS AND WAIVERS OF DEGRTBL COURSE   *
024040* REQUIREMENTS (DDNAME SUBSTBL, MAINTAINED BY SUBSMNT), KEYED    *
024050* STUDENT-ID + REQUIRED COURSE.                                  *
024060* ************************************************************** *
024070 01  SUBSTITUTION-RECORD.
024080     02  SBR-STUDENT-ID          PIC X(07).
024090     02  SBR-REQ-COURSE.
024091         03  SBR-REQ-DEPT        PIC 9(02).
024092         03  SBR-REQ-NUMBER      PIC 9(03).
024093     02  SBR-KIND                PIC X(01).
024094         88  SBR-IS-SUBSTITUTION         VALUE 'S'.
024095         88  SBR-IS-WAIVER               VALUE 'W'.
024096     02  SBR-SUB-COURSE.
024097         03  SBR-SUB-DEPT        PIC 9(02).
024098         03  SBR-SUB-NUMBER      PIC 9(03).
024099     02  SBR-ADVISOR-ID          PIC X(05).
024100     02  SBR-REASON              PIC X(30).
024101     02  SBR-APPROVED-DATE       PIC 9(08).
024102     02  SBR-OPERATOR-ID         PIC X(08).
024100
024103
024106* ************************************************************** *
024109* DIRECTORY-INFORMATION PRIVACY BLOCKS (DDNAME PRIVTBL,          *
024112* MAINTAINED BY PRIVMNT), KEYED STUDENT-ID.                      *
024115* ************************************************************** *
024118 01  PRIVACY-BLOCK-RECORD.
024121     02  PRV-STUDENT-ID          PIC X(07).
024124     02  PRV-REQUEST-DATE        PIC 9(08).
024127     02  PRV-ENTERED-DATE        PIC 9(08).
024130     02  PRV-OPERATOR-ID         PIC X(08).
024133     02  FILLER                  PIC X(09).
024136
024141* ************************************************************** *
024146* GRADUATION HONORS THRESHOLDS (DDNAME HONRTBL, MAINTAINED BY    *
024151* HONRMNT), KEYED HONORS CODE.                                   *
024156* ************************************************************** *
024161 01  HONORS-TABLE-RECORD.
024166     02  HNR-CODE                PIC X(01).
024171     02  HNR-MIN-GPA             PIC 9V99.
024176     02  HNR-TITLE               PIC X(20).
024181     02  FILLER                  PIC X(06).
024186
024200 01  APPLICATION-RECORD.
024300     02  GAP-STUDENT-ID          PIC X(07).
024400     02  GAP-EXPECTED-TERM       PIC X(06).
026600     02  CFL-DIPLOMA-NAME        PIC X(30).
026700     02  FILLER                  PIC X(02) VALUE SPACES.
026800     02  CFL-DISPOSITION         PIC X(30).
026900     02  FILLER                  PIC X(02) VALUE SPACES.
026910     02  CFL-HONORS-TITLE        PIC X(20).
026920     02  FILLER                  PIC X(39) VALUE SPACES.
027000
027100 01  EXCEPTION-HEAD-1.
027200     02  FILLER                  PIC X(42) VALUE
028600     02  FILLER                  PIC X(02) VALUE SPACES.
028700     02  EL-NOTE                 PIC X(30).
028800     02  FILLER                  PIC X(64) VALUE SPACES.
028810
028820 01  REQ-SUBST-LINE.
028830     02  RSL-STUDENT-ID          PIC X(07).
028840     02  FILLER                  PIC X(02) VALUE SPACES.
028850     02  RSL-REQ-COURSE          PIC 9(05).
028860     02  FILLER                  PIC X(01) VALUE SPACES.
028870     02  RSL-HOW                 PIC X(26).
028880     02  RSL-SUB-COURSE          PIC X(05).
028890     02  FILLER                  PIC X(10) VALUE '  ADVISOR '.
028891     02  RSL-ADVISOR-ID          PIC X(05).
028892     02  FILLER                  PIC X(02) VALUE SPACES.
028893     02  RSL-REASON              PIC X(30).
028894     02  FILLER                  PIC X(39) VALUE SPACES.
028900
029000 01  TOTAL-LINE.
029100     02  FILLER                  PIC X(19) VALUE
029400     02  FILLER                  PIC X(22) VALUE
029500         '  ALREADY ON FILE:    '.
029600     02  TL-ALREADY              PIC ZZZZ9.
029610     02  FILLER                  PIC X(22) VALUE
029620         '  RELEASE BLOCKED:    '.
029630     02  TL-BLOCKED              PIC ZZZZ9.
029700     02  FILLER                  PIC X(22) VALUE
029710         '  WITH HONORS:        '.
029720     02  TL-HONORS               PIC ZZZZ9.
029730     02  FILLER                  PIC X(22) VALUE SPACES.
029800
029900 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
030000
032900         STOP RUN.
033000*    END-IF.
033100
033102     MOVE 'HONRTBL' TO VSIO-DDNAME OF HONORS-TABLE-FILE.
033104     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF HONORS-TABLE-FILE.
033106     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF HONORS-TABLE-FILE.
033108     MOVE VSIO-INPUT TO VSIO-MODE OF HONORS-TABLE-FILE.
033110     MOVE +30 TO VSIO-RECORD-LENGTH OF HONORS-TABLE-FILE.
033112     MOVE +0 TO VSIO-KEY-POSITION OF HONORS-TABLE-FILE.
033114     MOVE +1 TO VSIO-KEY-LENGTH OF HONORS-TABLE-FILE.
033116     MOVE VSIO-OPEN TO VSIO-COMMAND.
033118     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033120                         HONORS-TABLE-FILE,
033122                         HONORS-TABLE-RECORD.
033124*    END-CALL.
033126     IF NOT VSIO-SUCCESS
033128         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
033130         MOVE +8 TO RETURN-CODE
033132         STOP RUN.
033134*    END-IF.
033136
033138     MOVE 'N' TO TABLE-EOF-SW.
033140     PERFORM 040-LOAD-ONE-HONOR
033142        THRU 049-EXIT
033144       UNTIL TABLE-EOF.
033146*    END-PERFORM.
033148
033150     MOVE VSIO-CLOSE TO VSIO-COMMAND.
033152     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
033154                         HONORS-TABLE-FILE,
033156                         HONORS-TABLE-RECORD.
033158*    END-CALL.
033160
033162     IF HONORS-COUNT EQUAL ZERO
033164         DISPLAY 'GRADCONF: NO ENTRIES ON HONRTBL - NO HONORS '
033166                 'WILL BE DETERMINED'.
033168*    END-IF.
033170
033200     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
033300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
033400     MOVE VSIO-DYNAMIC TO VSIO-ACCESS OF STUDENT-MASTER-FILE.
041500         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041600         STOP RUN.
041700*    END-IF.
041710
041720     MOVE 'SUBSTBL' TO VSIO-DDNAME OF SUBSTITUTION-FILE.
041730     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SUBSTITUTION-FILE.
041740     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SUBSTITUTION-FILE.
041750     MOVE VSIO-INPUT TO VSIO-MODE OF SUBSTITUTION-FILE.
041760     MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE.
041770     MOVE +0 TO VSIO-KEY-POSITION OF SUBSTITUTION-FILE.
041780     MOVE +12 TO VSIO-KEY-LENGTH OF SUBSTITUTION-FILE.
041790     MOVE VSIO-OPEN TO VSIO-COMMAND.
041791     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041792                         SUBSTITUTION-FILE,
041793                         SUBSTITUTION-RECORD.
041794*    END-CALL.
041795     IF NOT VSIO-SUCCESS
041796         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041797         STOP RUN.
041798*    END-IF.
041800
041805     MOVE 'PRIVTBL' TO VSIO-DDNAME OF PRIVACY-TABLE-FILE.
041810     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF PRIVACY-TABLE-FILE.
041815     MOVE VSIO-DIRECT TO VSIO-ACCESS OF PRIVACY-TABLE-FILE.
041820     MOVE VSIO-INPUT TO VSIO-MODE OF PRIVACY-TABLE-FILE.
041825     MOVE +40 TO VSIO-RECORD-LENGTH OF PRIVACY-TABLE-FILE.
041830     MOVE +0 TO VSIO-KEY-POSITION OF PRIVACY-TABLE-FILE.
041835     MOVE +7 TO VSIO-KEY-LENGTH OF PRIVACY-TABLE-FILE.
041840     MOVE VSIO-OPEN TO VSIO-COMMAND.
041845     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
041850                         PRIVACY-TABLE-FILE,
041855                         PRIVACY-BLOCK-RECORD.
041860*    END-CALL.
041865     IF NOT VSIO-SUCCESS
041870         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
041875         STOP RUN.
041880*    END-IF.
041885
041900     OPEN OUTPUT REPORT-FILE.
042000     OPEN OUTPUT DIPLOMA-FILE.
042100     MOVE CC-CONF-TERM TO HL1-TERM.
044400     WRITE REPORT-LINE FROM BLANK-LINE.
044500     MOVE CONFERRED-COUNTER TO TL-CONFERRED.
044600     MOVE ALREADY-COUNTER TO TL-ALREADY.
044610     MOVE BLOCKED-COUNTER TO TL-BLOCKED.
044620     MOVE HONORS-COUNTER TO TL-HONORS.
044700     WRITE REPORT-LINE FROM TOTAL-LINE.
044800
044900     CLOSE REPORT-FILE.
047000                         APPLICATION-FILE,
047100                         APPLICATION-RECORD.
047200*    END-CALL.
047210     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047220                         SUBSTITUTION-FILE,
047230                         SUBSTITUTION-RECORD.
047240*    END-CALL.
047250     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
047260                         PRIVACY-TABLE-FILE,
047270                         PRIVACY-BLOCK-RECORD.
047280*    END-CALL.
047300
047400     DISPLAY 'GRADCONF: DEGREES CONFERRED:       '
047500         CONFERRED-COUNTER.
047900         NO-APPL-COUNTER.
048000     DISPLAY 'GRADCONF: APPLIED, NOT CLEARED:    '
048100         NOT-CLEAR-COUNTER.
048110     DISPLAY 'GRADCONF: RELEASE BLOCKED:         '
048120         BLOCKED-COUNTER.
048130     DISPLAY 'GRADCONF: WITH HONORS:             '
048140         HONORS-COUNTER.
048200     STOP RUN.
048300
048400* ************************************************************** *
056000
056100 035-EXIT.
056200     EXIT.
056202
056204* ************************************************************** *
056206* LOADS ONE HONRTBL ENTRY INTO THE HONORS TABLE.                 *
056208* ************************************************************** *
056210 040-LOAD-ONE-HONOR.
056212
056214     MOVE +30 TO VSIO-RECORD-LENGTH OF HONORS-TABLE-FILE.
056216     MOVE VSIO-READ TO VSIO-COMMAND.
056218     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
056220                         HONORS-TABLE-FILE,
056222                         HONORS-TABLE-RECORD.
056224*    END-CALL.
056226     IF NOT VSIO-SUCCESS
056228         IF NOT VSIO-END-OF-FILE
056230             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
056232         END-IF
056234         MOVE +0 TO VSIO-RETURN-CODE
056236         MOVE 'Y' TO TABLE-EOF-SW
056238         GO TO 049-EXIT.
056240*    END-IF.
056242
056244     IF HNR-MIN-GPA NOT NUMERIC
056246         DISPLAY 'GRADCONF: HONRTBL ENTRY ' HNR-CODE
056248             ' HAS NO VALID MINIMUM GPA - IGNORED'
056250         GO TO 049-EXIT.
056252*    END-IF.
056254
056256     IF HONORS-COUNT NOT LESS THAN HONORS-MAX
056258         DISPLAY 'GRADCONF: HONORS TABLE FULL - '
056260             HNR-CODE ' IGNORED'
056262         GO TO 049-EXIT.
056264*    END-IF.
056266
056268     ADD 1 TO HONORS-COUNT.
056270     MOVE HNR-CODE TO HNE-CODE (HONORS-COUNT).
056272     MOVE HNR-MIN-GPA TO HNE-MIN-GPA (HONORS-COUNT).
056274     MOVE HNR-TITLE TO HNE-TITLE (HONORS-COUNT).
056276
056278 049-EXIT.
056280     EXIT.
056300
056400 110-PROCESS-RECORD.
056500
086200*    END-IF.
086300
086400     PERFORM 137C-SEARCH-PASSED THRU 137C-EXIT.
086410     IF NOT WS-PASSED-FOUND
086420         PERFORM 137G-CHECK-SUBSTITUTION THRU 137G-EXIT.
086430*    END-IF.
086500
086600     IF RQT-GROUP EQUAL ZERO
086700         IF NOT WS-PASSED-FOUND
094900
095000 137F-EXIT.
095100     EXIT.
095110
095111* ************************************************************** *
095112* LOOKS FOR AN APPROVED EXCEPTION TO THE REQUIREMENT JUST READ.  *
095113* A WAIVER SATISFIES IT; A SUBSTITUTION SATISFIES IT WHEN THE    *
095114* SUBSTITUTE COURSE IS AMONG THE STUDENT'S PASSED COURSES.       *
095115* EITHER WAY THE REQUIREMENT IS LISTED UNDER THE STUDENT'S ID.   *
095116* ************************************************************** *
095117 137G-CHECK-SUBSTITUTION.
095118
095119     MOVE SPACES TO SUBSTITUTION-RECORD.
095120     MOVE WS-CURRENT-ID TO SBR-STUDENT-ID.
095121     MOVE RQT-COURSE-DEPT TO SBR-REQ-DEPT.
095122     MOVE RQT-COURSE-NUMBER TO SBR-REQ-NUMBER.
095123     MOVE VSIO-READ TO VSIO-COMMAND.
095124     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
095125                         SUBSTITUTION-FILE,
095126                         SUBSTITUTION-RECORD.
095127*    END-CALL.
095128     IF NOT VSIO-SUCCESS
095129         MOVE +0 TO VSIO-RETURN-CODE
095130         GO TO 137G-EXIT.
095131*    END-IF.
095132
095133     MOVE WS-CURRENT-ID TO RSL-STUDENT-ID.
095134     MOVE RQT-COURSE TO RSL-REQ-COURSE.
095135     MOVE SBR-ADVISOR-ID TO RSL-ADVISOR-ID.
095136     MOVE SBR-REASON TO RSL-REASON.
095137
095138     IF SBR-IS-WAIVER
095139         MOVE 'Y' TO WS-PASSED-FOUND-SW
095140         MOVE 'WAIVED BY ADVISOR' TO RSL-HOW
095141         MOVE SPACES TO RSL-SUB-COURSE
095142         WRITE REPORT-LINE FROM REQ-SUBST-LINE
095143         GO TO 137G-EXIT.
095144*    END-IF.
095145
095146     IF NOT SBR-IS-SUBSTITUTION
095147         GO TO 137G-EXIT.
095148*    END-IF.
095149
095150     MOVE 1 TO PASSED-IDX.
095151     PERFORM 137H-MATCH-SUBSTITUTE
095152        THRU 137H-EXIT
095153       UNTIL WS-PASSED-FOUND
095154          OR PASSED-IDX GREATER THAN PASSED-COUNT.
095155*    END-PERFORM.
095156     IF WS-PASSED-FOUND
095157         MOVE 'SATISFIED BY SUBSTITUTION' TO RSL-HOW
095158         MOVE SBR-SUB-COURSE TO RSL-SUB-COURSE
095159         WRITE REPORT-LINE FROM REQ-SUBST-LINE.
095160*    END-IF.
095161
095162 137G-EXIT.
095163     EXIT.
095164
095165 137H-MATCH-SUBSTITUTE.
095166
095167     IF PCE-DEPT (PASSED-IDX) EQUAL SBR-SUB-DEPT
095168     AND PCE-COURSE (PASSED-IDX) EQUAL SBR-SUB-NUMBER
095169         MOVE 'Y' TO WS-PASSED-FOUND-SW
095170     ELSE
095171         ADD 1 TO PASSED-IDX.
095172*    END-IF.
095173
095174 137H-EXIT.
095175     EXIT.
095200
095300 134-FILE-CONFERRAL.
095400
096300     MOVE WS-CURRENT-MAJOR-DEPT
096400         TO CFE-MAJOR-DEPT (CONFER-COUNT).
096500     MOVE GAP-DIPLOMA-NAME TO CFE-DIPLOMA-NAME (CONFER-COUNT).
096510     PERFORM 135-DETERMINE-HONORS THRU 135-EXIT.
096600
096700 134-EXIT.
096800     EXIT.
096802
096804* ************************************************************** *
096806* PICKS THE HONOR FOR THE STUDENT JUST FILED: OF THE HONRTBL     *
096808* ENTRIES WHOSE MINIMUM THE CUMULATIVE GPA MEETS, THE ONE WITH   *
096810* THE HIGHEST MINIMUM.  GPAC-GPA IS STILL THE FIGURE GPACALC     *
096812* RETURNED IN 132-CHECK-CLEARANCE, WHICH EVERY CLEARED STUDENT   *
096814* HAS PASSED THROUGH.                                            *
096816* ************************************************************** *
096818 135-DETERMINE-HONORS.
096820
096822     MOVE SPACES TO CFE-HONORS-CODE (CONFER-COUNT).
096824     MOVE SPACES TO CFE-HONORS-TITLE (CONFER-COUNT).
096826     MOVE ZERO TO HONORS-PICK.
096828     MOVE 1 TO HONORS-IDX.
096830     PERFORM 135A-CHECK-ONE-HONOR
096832        THRU 135A-EXIT
096834       UNTIL HONORS-IDX GREATER THAN HONORS-COUNT.
096836*    END-PERFORM.
096838
096840     IF HONORS-PICK GREATER THAN ZERO
096842         MOVE HNE-CODE (HONORS-PICK)
096844             TO CFE-HONORS-CODE (CONFER-COUNT)
096846         MOVE HNE-TITLE (HONORS-PICK)
096848             TO CFE-HONORS-TITLE (CONFER-COUNT).
096850*    END-IF.
096852
096854 135-EXIT.
096856     EXIT.
096858
096860 135A-CHECK-ONE-HONOR.
096862
096864     IF GPAC-GPA NOT LESS THAN HNE-MIN-GPA (HONORS-IDX)
096866         IF HONORS-PICK EQUAL ZERO
096868             MOVE HONORS-IDX TO HONORS-PICK
096870         ELSE
096872             IF HNE-MIN-GPA (HONORS-IDX)
096874                GREATER THAN HNE-MIN-GPA (HONORS-PICK)
096876                 MOVE HONORS-IDX TO HONORS-PICK.
096878*            END-IF
096880*        END-IF
096882*    END-IF.
096884
096886     ADD 1 TO HONORS-IDX.
096888
096890 135A-EXIT.
096892     EXIT.
096900
097000* ************************************************************** *
097100* STAMPS ONE DEGREE-AWARDED RECORD AND WRITES THE DIPLOMA LINE   *
098200     MOVE CC-CONF-TERM TO DGR-DEGREE-TERM.
098300     MOVE CFE-MAJOR-DEPT (CONFER-IDX) TO DGR-MAJOR-DEPT.
098400     MOVE CC-CONF-DATE TO DGR-CONFER-DATE.
098410     MOVE CFE-HONORS-CODE (CONFER-IDX) TO DGR-HONORS-CODE.
098500
098600     MOVE DEGREE-AWARD-RECORD TO STUDENT-RECORD-AREA.
098700     MOVE +44 TO VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE.
099300
099400     MOVE CFE-STUDENT-ID (CONFER-IDX) TO CFL-STUDENT-ID.
099500     MOVE CFE-DIPLOMA-NAME (CONFER-IDX) TO CFL-DIPLOMA-NAME.
099510     MOVE CFE-HONORS-TITLE (CONFER-IDX) TO CFL-HONORS-TITLE.
099600
099700     EVALUATE TRUE
099800         WHEN VSIO-SUCCESS
099900             ADD +1 TO CONFERRED-COUNTER
099902             IF CFE-HONORS-CODE (CONFER-IDX) NOT EQUAL SPACE
099904                 ADD +1 TO HONORS-COUNTER
099906             END-IF
099910             PERFORM 210-CHECK-PRIVACY-BLOCK THRU 219-EXIT
099920             IF WS-RELEASE-BLOCKED
099930                 ADD +1 TO BLOCKED-COUNTER
099940                 MOVE 'CONFERRED - RELEASE BLOCKED'
099950                     TO CFL-DISPOSITION
099960                 WRITE REPORT-LINE FROM CONFER-LINE
099970             ELSE
100000                 MOVE 'DEGREE CONFERRED' TO CFL-DISPOSITION
100100                 WRITE REPORT-LINE FROM CONFER-LINE
100200                 MOVE SPACES TO DIPLOMA-RECORD
100300                 MOVE CFE-DIPLOMA-NAME (CONFER-IDX)
100400                     TO DPL-DIPLOMA-NAME
100500                 MOVE CFE-STUDENT-ID (CONFER-IDX)
100510                     TO DPL-STUDENT-ID
100600                 MOVE CC-CONF-TERM TO DPL-TERM
100700                 MOVE CFE-MAJOR-DEPT (CONFER-IDX)
100710                     TO DPL-MAJOR-DEPT
100720                 MOVE CFE-HONORS-TITLE (CONFER-IDX)
100730                     TO DPL-HONORS-TITLE
100800                 WRITE DIPLOMA-RECORD
100810             END-IF
100900         WHEN VSIO-RECORD-NOT-FOUND
101000             ADD +1 TO ALREADY-COUNTER
101010             MOVE SPACES TO CFL-HONORS-TITLE
101100             MOVE 'ALREADY CONFERRED' TO CFL-DISPOSITION
101200             WRITE REPORT-LINE FROM CONFER-LINE
101300             MOVE +0 TO VSIO-RETURN-CODE
102100
102200 209-EXIT.
102300     EXIT.
102303
102306* ************************************************************** *
102309* LOOKS THE STUDENT BEING CONFERRED UP ON PRIVTBL.  A RECORD ON  *
102312* FILE MEANS THE STUDENT HAS BLOCKED RELEASE OF DIRECTORY        *
102315* INFORMATION.  ANY ERROR OTHER THAN NOT-FOUND IS TREATED AS     *
102318* BLOCKED, SO A FILE PROBLEM NEVER RELEASES WHAT A STUDENT ASKED *
102321* US TO WITHHOLD.                                                *
102324* ************************************************************** *
102327 210-CHECK-PRIVACY-BLOCK.
102330
102333     MOVE 'N' TO WS-RELEASE-BLOCKED-SW.
102336     MOVE SPACES TO PRIVACY-BLOCK-RECORD.
102339     MOVE CFE-STUDENT-ID (CONFER-IDX) TO PRV-STUDENT-ID.
102342     MOVE VSIO-READ TO VSIO-COMMAND.
102345     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
102348                         PRIVACY-TABLE-FILE,
102351                         PRIVACY-BLOCK-RECORD.
102354*    END-CALL.
102357     IF VSIO-SUCCESS
102360         MOVE 'Y' TO WS-RELEASE-BLOCKED-SW
102363     ELSE
102366         IF NOT VSIO-RECORD-NOT-FOUND
102369             PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
102372             MOVE 'Y' TO WS-RELEASE-BLOCKED-SW.
102375*        END-IF
102378*    END-IF.
102381
102384 219-EXIT.
102387     EXIT.
102400
102500* ************************************************************** *
102600* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
