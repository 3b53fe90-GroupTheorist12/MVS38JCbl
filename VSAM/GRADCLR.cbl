002995*                    NOT CLEARED, AND EACH LACK IS LISTED     *
002996*                    UNDER THE STUDENT'S ID AHEAD OF THE      *
002997*                    GROUP LISTS.                             *
002998*   10/15/2026 JM    EACH LISTED STUDENT NOW SHOWS THE TERM   *
002999*                    THE CURRENT MAJOR TOOK EFFECT, FROM THE  *
002999*                    LATEST 'MJ' MAJOR HISTORY RECORD (44     *
002999*                    BYTES, STUMAINT MAJ CARD), SO HOURS      *
002999*                    EARNED BEFORE A CHANGE OF MAJOR CAN BE   *
002999*                    SEEN FOR WHAT THEY ARE.                  *
002999*   10/15/2026 JM    A REQUIRED COURSE NOT PASSED IS NOW      *
002999*                    CHECKED AGAINST THE STUDENT'S SUBSTBL    *
002999*                    RECORD (SUBSMNT): A WAIVER, OR A PASSED  *
002999*                    ADVISOR-APPROVED SUBSTITUTE, SATISFIES   *
002999*                    IT AND IS LISTED UNDER THE STUDENT'S ID. *
002200* ************************************************************* *
002300
002400 ENVIRONMENT DIVISION.
007700     02  WS-TOTAL-HOURS          PIC S9(5) COMP-3 VALUE ZERO.
007800     02  WS-MAJOR-SHORT          PIC S9(5) COMP-3 VALUE ZERO.
007900     02  WS-TOTAL-SHORT          PIC S9(5) COMP-3 VALUE ZERO.
007910     02  WS-MAJOR-SINCE          PIC X(06).
008000
008100* ************************************************************** *
008200* ONE TABLE HOLDS BOTH LISTINGS; CL-GROUP 1 = CLEARED, 2 = NEAR  *
009200         03  CL-TOTAL-HOURS      PIC S9(5) COMP-3.
009300         03  CL-MAJOR-SHORT      PIC S9(5) COMP-3.
009400         03  CL-TOTAL-SHORT      PIC S9(5) COMP-3.
009410         03  CL-MAJOR-SINCE      PIC X(06).
009500
009600 01  GPACALC-PARAMETER-VALUES    COPY GPACALC.
007830
007856     02  TCR-PASS-FLAG           PIC X(01).
007857         88  TCR-PASSED                  VALUE 'Y'.
007858     02  FILLER                  PIC X(01).
007859
007860* ************************************************************** *
007861* THE MAJOR HISTORY RECORD TYPE ON STUDENT-MASTER-FILE (44       *
007862* BYTES, TYPE 'MJ', KEY-IDS 800-899, WRITTEN BY STUMAINT'S MAJ   *
007863* CARD).  THE HIGHEST KEY-ID IS THE LATEST CHANGE OF MAJOR.      *
007864* ************************************************************** *
007865 01  MAJOR-HISTORY-RECORD.
007866     02  MHR-STUDENT-ID          PIC X(07).
007867     02  MHR-KEY-ID              PIC 9(03).
007868     02  MHR-TYPE                PIC X(02).
007869         88  MHR-IS-MAJOR-CHANGE         VALUE 'MJ'.
007869     02  MHR-EFFECTIVE-TERM      PIC X(06).
007869     02  MHR-OLD-MAJOR           PIC X(03).
007869     02  MHR-NEW-MAJOR           PIC X(03).
007869     02  MHR-CHANGE-DATE         PIC 9(08).
007869     02  MHR-OPERATOR-ID         PIC X(08).
007869     02  FILLER                  PIC X(04).
007870 77  WS-TRANSFER-MAJOR-HOURS     PIC S9(5) COMP-3 VALUE ZERO.
007880 77  WS-TRANSFER-ELECT-HOURS     PIC S9(5) COMP-3 VALUE ZERO.
007881
007922     02  FILLER                  PIC X(07) VALUE 'LACKS  '.
007923     02  RQL-DETAIL              PIC X(30).
007924     02  FILLER                  PIC X(86) VALUE SPACES.
007925
007926 01  REQ-SUBST-LINE.
007927     02  RSL-STUDENT-ID          PIC X(07).
007928     02  FILLER                  PIC X(02) VALUE SPACES.
007929     02  RSL-REQ-COURSE          PIC 9(05).
007930     02  FILLER                  PIC X(01) VALUE SPACES.
007931     02  RSL-HOW                 PIC X(26).
007932     02  RSL-SUB-COURSE          PIC X(05).
007933     02  FILLER                  PIC X(10) VALUE '  ADVISOR '.
007934     02  RSL-ADVISOR-ID          PIC X(05).
007935     02  FILLER                  PIC X(02) VALUE SPACES.
007936     02  RSL-REASON              PIC X(30).
007937     02  FILLER                  PIC X(39) VALUE SPACES.
007938
007939* ************************************************************** *
007940* ADVISOR-APPROVED SUBSTITUTIONS AND WAIVERS OF DEGRTBL COURSE   *
007941* REQUIREMENTS (DDNAME SUBSTBL, MAINTAINED BY SUBSMNT), KEYED    *
007942* STUDENT-ID + REQUIRED COURSE.                                  *
007943* ************************************************************** *
007944 01  SUBSTITUTION-FILE           COPY VSAMIOFB.
007945 01  SUBSTITUTION-RECORD.
007946     02  SBR-STUDENT-ID          PIC X(07).
007947     02  SBR-REQ-COURSE.
007948         03  SBR-REQ-DEPT        PIC 9(02).
007949         03  SBR-REQ-NUMBER      PIC 9(03).
007950     02  SBR-KIND                PIC X(01).
007951         88  SBR-IS-SUBSTITUTION         VALUE 'S'.
007952         88  SBR-IS-WAIVER               VALUE 'W'.
007953     02  SBR-SUB-COURSE.
007954         03  SBR-SUB-DEPT        PIC 9(02).
007955         03  SBR-SUB-NUMBER      PIC 9(03).
007956     02  SBR-ADVISOR-ID          PIC X(05).
007957     02  SBR-REASON              PIC X(30).
007958     02  SBR-APPROVED-DATE       PIC 9(08).
007959     02  SBR-OPERATOR-ID         PIC X(08).
007910 77  GPAC-IDX                    PIC S9(4) COMP VALUE ZERO.
007920
008000 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
016600     02  FILLER                  PIC X(02) VALUE SPACES.
016700     02  FILLER                  PIC X(11) VALUE 'SHORT MAJ  '.
016800     02  FILLER                  PIC X(11) VALUE 'SHORT TOT  '.
016810     02  FILLER                  PIC X(11) VALUE 'MAJOR SINCE'.
016900     02  FILLER                  PIC X(35) VALUE SPACES.
017000
017100 01  DETAIL-LINE.
017200     02  DL-STUDENT-ID           PIC X(07).
018200     02  DL-MAJOR-SHORT          PIC ZZZZ9.
018300     02  FILLER                  PIC X(06) VALUE SPACES.
018400     02  DL-TOTAL-SHORT          PIC ZZZZ9.
018410     02  FILLER                  PIC X(05) VALUE SPACES.
018420     02  DL-MAJOR-SINCE          PIC X(06).
018500     02  FILLER                  PIC X(40) VALUE SPACES.
018600
018700 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
018800
026027         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026028         STOP RUN.
026029*    END-IF.
026030
026031     MOVE 'SUBSTBL' TO VSIO-DDNAME OF SUBSTITUTION-FILE.
026032     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SUBSTITUTION-FILE.
026033     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SUBSTITUTION-FILE.
026034     MOVE VSIO-INPUT TO VSIO-MODE OF SUBSTITUTION-FILE.
026035     MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE.
026036     MOVE +0 TO VSIO-KEY-POSITION OF SUBSTITUTION-FILE.
026037     MOVE +12 TO VSIO-KEY-LENGTH OF SUBSTITUTION-FILE.
026038     MOVE VSIO-OPEN TO VSIO-COMMAND.
026039     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026040                         SUBSTITUTION-FILE,
026041                         SUBSTITUTION-RECORD.
026042*    END-CALL.
026043     IF NOT VSIO-SUCCESS
026044         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
026045         STOP RUN.
026046*    END-IF.
026100
026200     OPEN OUTPUT REPORT-FILE.
026300     MOVE CC-NEAR-MISS-HOURS TO HL1-NEAR-MISS.
031020                         REQUIREMENT-TABLE-FILE,
031030                         REQUIREMENT-TABLE-RECORD.
031040*    END-CALL.
031041     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
031042                         SUBSTITUTION-FILE,
031043                         SUBSTITUTION-RECORD.
031044*    END-CALL.
031050
031100     DISPLAY 'GRADCLR: CLEARED:     ' CLEARED-COUNTER.
031200     DISPLAY 'GRADCLR: NEAR MISSES: ' NEAR-MISS-COUNTER.
033200*    END-IF.
033300
033301     IF VSIO-RECORD-LENGTH OF STUDENT-MASTER-FILE EQUAL +44
033302         MOVE STUDENT-RECORD-AREA TO MAJOR-HISTORY-RECORD
033302         IF MHR-IS-MAJOR-CHANGE
033302         AND MHR-STUDENT-ID EQUAL WS-CURRENT-ID
033302             MOVE MHR-EFFECTIVE-TERM TO WS-MAJOR-SINCE
033302         END-IF
033302         GO TO 119-EXIT.
033303*    END-IF.
033304
034220         MOVE ZERO TO WS-TRANSFER-MAJOR-HOURS
034230         MOVE ZERO TO WS-TRANSFER-ELECT-HOURS
034240         MOVE ZERO TO PASSED-COUNT
034250         MOVE SPACES TO WS-MAJOR-SINCE
034300         IF SIR-MAJOR-DEPT NUMERIC
034400             MOVE SIR-MAJOR-DEPT TO WS-CURRENT-MAJOR-DEPT
034500             MOVE 'Y' TO WS-MAJOR-VALID-SW
035154*    END-IF.
035155
035156     PERFORM 137C-SEARCH-PASSED THRU 137C-EXIT.
035156     IF NOT WS-PASSED-FOUND
035156         PERFORM 137G-CHECK-SUBSTITUTION THRU 137G-EXIT.
035156*    END-IF.
035157
035158     IF RQT-GROUP EQUAL ZERO
035159         IF NOT WS-PASSED-FOUND
035250
035251 137F-EXIT.
035252     EXIT.
035253
035254* ************************************************************** *
035255* LOOKS FOR AN APPROVED EXCEPTION TO THE REQUIREMENT JUST READ.  *
035256* A WAIVER SATISFIES IT; A SUBSTITUTION SATISFIES IT WHEN THE    *
035257* SUBSTITUTE COURSE IS AMONG THE STUDENT'S PASSED COURSES.       *
035258* EITHER WAY THE REQUIREMENT IS LISTED UNDER THE STUDENT'S ID.   *
035259* ************************************************************** *
035260 137G-CHECK-SUBSTITUTION.
035261
035262     MOVE SPACES TO SUBSTITUTION-RECORD.
035263     MOVE WS-CURRENT-ID TO SBR-STUDENT-ID.
035264     MOVE RQT-COURSE-DEPT TO SBR-REQ-DEPT.
035265     MOVE RQT-COURSE-NUMBER TO SBR-REQ-NUMBER.
035266     MOVE VSIO-READ TO VSIO-COMMAND.
035267     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
035268                         SUBSTITUTION-FILE,
035269                         SUBSTITUTION-RECORD.
035270*    END-CALL.
035271     IF NOT VSIO-SUCCESS
035272         MOVE +0 TO VSIO-RETURN-CODE
035273         GO TO 137G-EXIT.
035274*    END-IF.
035275
035276     MOVE WS-CURRENT-ID TO RSL-STUDENT-ID.
035277     MOVE RQT-COURSE TO RSL-REQ-COURSE.
035278     MOVE SBR-ADVISOR-ID TO RSL-ADVISOR-ID.
035279     MOVE SBR-REASON TO RSL-REASON.
035280
035281     IF SBR-IS-WAIVER
035282         MOVE 'Y' TO WS-PASSED-FOUND-SW
035283         MOVE 'WAIVED BY ADVISOR' TO RSL-HOW
035284         MOVE SPACES TO RSL-SUB-COURSE
035285         WRITE REPORT-LINE FROM REQ-SUBST-LINE
035286         GO TO 137G-EXIT.
035287*    END-IF.
035288
035289     IF NOT SBR-IS-SUBSTITUTION
035290         GO TO 137G-EXIT.
035291*    END-IF.
035292
035293     MOVE 1 TO PASSED-IDX.
035294     PERFORM 137H-MATCH-SUBSTITUTE
035295        THRU 137H-EXIT
035296       UNTIL WS-PASSED-FOUND
035297          OR PASSED-IDX GREATER THAN PASSED-COUNT.
035298*    END-PERFORM.
035299     IF WS-PASSED-FOUND
035300         MOVE 'SATISFIED BY SUBSTITUTION' TO RSL-HOW
035301         MOVE SBR-SUB-COURSE TO RSL-SUB-COURSE
035302         WRITE REPORT-LINE FROM REQ-SUBST-LINE.
035303*    END-IF.
035304
035305 137G-EXIT.
035306     EXIT.
035307
035308 137H-MATCH-SUBSTITUTE.
035309
035310     IF PCE-DEPT (PASSED-IDX) EQUAL SBR-SUB-DEPT
035311     AND PCE-COURSE (PASSED-IDX) EQUAL SBR-SUB-NUMBER
035312         MOVE 'Y' TO WS-PASSED-FOUND-SW
035313     ELSE
035314         ADD 1 TO PASSED-IDX.
035315*    END-IF.
035316
035317 137H-EXIT.
035318     EXIT.
045100
045200 135-FILE-ENTRY.
045300
046700     MOVE WS-TOTAL-HOURS TO CL-TOTAL-HOURS (LIST-IDX).
046800     MOVE WS-MAJOR-SHORT TO CL-MAJOR-SHORT (LIST-IDX).
046900     MOVE WS-TOTAL-SHORT TO CL-TOTAL-SHORT (LIST-IDX).
046910     MOVE WS-MAJOR-SINCE TO CL-MAJOR-SINCE (LIST-IDX).
047000
047100 135-EXIT.
047200     EXIT.
052400     MOVE CL-TOTAL-HOURS (LIST-IDX) TO DL-TOTAL-HOURS.
052500     MOVE CL-MAJOR-SHORT (LIST-IDX) TO DL-MAJOR-SHORT.
052600     MOVE CL-TOTAL-SHORT (LIST-IDX) TO DL-TOTAL-SHORT.
052610     MOVE CL-MAJOR-SINCE (LIST-IDX) TO DL-MAJOR-SINCE.
052700
052800 179-EXIT.
052900     EXIT.
