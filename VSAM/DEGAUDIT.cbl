001992*                    COURSES AND CHOOSE-N GROUPS PER MAJOR)   *
001993*                    AND PRINTS EXACTLY WHICH REQUIRED        *
001994*                    COURSES THE STUDENT STILL LACKS.         *
001995*   10/15/2026 JM    A REQUIRED COURSE NOT PASSED IS NOW      *
001996*                    CHECKED AGAINST THE STUDENT'S SUBSTBL    *
001997*                    RECORD (SUBSMNT): A WAIVER, OR A PASSED  *
001998*                    ADVISOR-APPROVED SUBSTITUTE, SATISFIES   *
001999*                    IT, AND EACH SUCH REQUIREMENT IS LISTED. *
002000* ************************************************************* *
002100
002200 ENVIRONMENT DIVISION.
005700 01  DEPARTMENT-TABLE-FILE       COPY VSAMIOFB.
005750 01  COURSE-TABLE-FILE           COPY VSAMIOFB.
005760 01  REQUIREMENT-TABLE-FILE      COPY VSAMIOFB.
005770 01  SUBSTITUTION-FILE           COPY VSAMIOFB.
005800 01  STUDENT-RECORD-AREA         PIC X(83).
005900 01  STUDENT-INFO-RECORD.
006000     02  SIR-STUDENT-ID          PIC X(07).
009049 77  WS-REQ-DONE-SW              PIC X(01)   VALUE 'N'.
009050     88  WS-REQ-DONE                         VALUE 'Y'.
009051
009052* ************************************************************** *
009053* ADVISOR-APPROVED SUBSTITUTIONS AND WAIVERS OF DEGRTBL COURSE   *
009054* REQUIREMENTS (DDNAME SUBSTBL, MAINTAINED BY SUBSMNT), KEYED    *
009055* STUDENT-ID + REQUIRED COURSE.                                  *
009056* ************************************************************** *
009057 01  SUBSTITUTION-RECORD.
009058     02  SBR-STUDENT-ID          PIC X(07).
009059     02  SBR-REQ-COURSE.
009060         03  SBR-REQ-DEPT        PIC 9(02).
009061         03  SBR-REQ-NUMBER      PIC 9(03).
009062     02  SBR-KIND                PIC X(01).
009063         88  SBR-IS-SUBSTITUTION         VALUE 'S'.
009064         88  SBR-IS-WAIVER               VALUE 'W'.
009065     02  SBR-SUB-COURSE.
009066         03  SBR-SUB-DEPT        PIC 9(02).
009067         03  SBR-SUB-NUMBER      PIC 9(03).
009068     02  SBR-ADVISOR-ID          PIC X(05).
009069     02  SBR-REASON              PIC X(30).
009070     02  SBR-APPROVED-DATE       PIC 9(08).
009071     02  SBR-OPERATOR-ID         PIC X(08).
009072
009073* ************************************************************** *
009074* REQUIREMENTS MET THROUGH A SUBSTBL EXCEPTION, HELD UNTIL THE   *
009075* LACKING COURSES HAVE PRINTED AND THEN LISTED UNDER THEIR OWN   *
009076* HEADING.                                                       *
009077* ************************************************************** *
009078 01  SUBST-USED-TABLE.
009079     02  SUE-ENTRY OCCURS 20 TIMES.
009080         03  SUE-REQ-COURSE      PIC 9(05).
009081         03  SUE-KIND            PIC X(01).
009082         03  SUE-SUB-COURSE      PIC 9(05).
009083         03  SUE-ADVISOR-ID      PIC X(05).
009084         03  SUE-REASON          PIC X(30).
009085 77  SUBST-USED-COUNT            PIC S9(4) COMP VALUE ZERO.
009086 77  SUBST-IDX                   PIC S9(4) COMP VALUE ZERO.
009051
009100 01  REPORTING-FIELDS.
009200     02  WS-DONE-SWITCH          PIC X(01) VALUE 'N'.
009300         88  WS-DONE                     VALUE 'Y'.
011834         'ALL COURSE REQUIREMENTS MET '.
011835     02  FILLER                  PIC X(104) VALUE SPACES.
011836
011837 01  REQ-SUBST-HEADING.
011838     02  FILLER                  PIC X(44) VALUE
011839         'REQUIREMENTS MET BY SUBSTITUTION OR WAIVER: '.
011840     02  FILLER                  PIC X(88) VALUE SPACES.
011841
011842 01  REQ-SUBST-LINE.
011843     02  FILLER                  PIC X(05) VALUE SPACES.
011844     02  RSL-REQ-COURSE          PIC 9(05).
011845     02  FILLER                  PIC X(02) VALUE SPACES.
011846     02  RSL-HOW                 PIC X(26).
011847     02  RSL-SUB-COURSE          PIC X(05).
011848     02  FILLER                  PIC X(10) VALUE '  ADVISOR '.
011849     02  RSL-ADVISOR-ID          PIC X(05).
011850     02  FILLER                  PIC X(02) VALUE SPACES.
011851     02  RSL-REASON              PIC X(30).
011852     02  FILLER                  PIC X(42) VALUE SPACES.
011836
011900 01  TOTAL-LINE.
012000     02  FILLER                  PIC X(19) VALUE
012100         'IN-MAJOR HOURS:    '.
018316         STOP RUN.
018317*    END-IF.
018318
018319     MOVE 'SUBSTBL' TO VSIO-DDNAME OF SUBSTITUTION-FILE.
018320     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SUBSTITUTION-FILE.
018321     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SUBSTITUTION-FILE.
018322     MOVE VSIO-INPUT TO VSIO-MODE OF SUBSTITUTION-FILE.
018323     MOVE +69 TO VSIO-RECORD-LENGTH OF SUBSTITUTION-FILE.
018324     MOVE +0 TO VSIO-KEY-POSITION OF SUBSTITUTION-FILE.
018325     MOVE +12 TO VSIO-KEY-LENGTH OF SUBSTITUTION-FILE.
018326     MOVE VSIO-OPEN TO VSIO-COMMAND.
018327     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018328                         SUBSTITUTION-FILE,
018329                         SUBSTITUTION-RECORD.
018330*    END-CALL.
018331     IF NOT VSIO-SUCCESS
018332         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
018333         STOP RUN.
018334*    END-IF.
018318
018400     MOVE SPACES TO STUDENT-RECORD-AREA.
018500     MOVE CC-STUDENT-ID TO STUDENT-RECORD-AREA (1:7).
018600     MOVE VSIO-START-KEY-NOTLESS TO VSIO-COMMAND.
022952                         REQUIREMENT-TABLE-FILE,
022953                         REQUIREMENT-TABLE-RECORD.
022954*    END-CALL.
022955     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022956                         SUBSTITUTION-FILE,
022957                         SUBSTITUTION-RECORD.
022958*    END-CALL.
022960     IF NOT VSIO-SUCCESS
022970         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT.
022980*    END-IF.
030046
030047     MOVE ZERO TO REQ-LACK-COUNT.
030048     MOVE ZERO TO GROUP-COUNT.
030048     MOVE ZERO TO SUBST-USED-COUNT.
030049     MOVE 'N' TO WS-REQ-DONE-SW.
030050
030051     WRITE REPORT-LINE FROM REQ-HEADING-LINE.
030074       UNTIL GROUP-IDX GREATER THAN GROUP-COUNT.
030075*    END-PERFORM.
030076
030076     IF SUBST-USED-COUNT GREATER THAN ZERO
030076         WRITE REPORT-LINE FROM REQ-SUBST-HEADING
030076         MOVE 1 TO SUBST-IDX
030076         PERFORM 158-PRINT-ONE-SUBSTITUTION
030076            THRU 158-EXIT
030076           UNTIL SUBST-IDX GREATER THAN SUBST-USED-COUNT.
030076*        END-PERFORM
030076*    END-IF.
030076
030077     IF REQ-LACK-COUNT EQUAL ZERO
030078         WRITE REPORT-LINE FROM REQ-MET-LINE.
030079*    END-IF.
030102*    END-IF.
030103
030104     PERFORM 154-SEARCH-PASSED THRU 154-EXIT.
030104     IF NOT WS-PASSED-FOUND
030104         PERFORM 157-CHECK-SUBSTITUTION THRU 157-EXIT.
030104*    END-IF.
030105
030106     IF RQT-GROUP EQUAL ZERO
030107         IF NOT WS-PASSED-FOUND
030216
030217 156-EXIT.
030218     EXIT.
030219
030220* ************************************************************** *
030221* LOOKS FOR AN APPROVED EXCEPTION TO THE REQUIREMENT JUST READ.  *
030222* A WAIVER SATISFIES IT; A SUBSTITUTION SATISFIES IT WHEN THE    *
030223* SUBSTITUTE COURSE IS AMONG THE STUDENT'S PASSED COURSES.       *
030224* EITHER WAY THE REQUIREMENT IS HELD FOR THE SUBSTITUTION LIST.  *
030225* ************************************************************** *
030226 157-CHECK-SUBSTITUTION.
030227
030228     MOVE SPACES TO SUBSTITUTION-RECORD.
030229     MOVE CC-STUDENT-ID TO SBR-STUDENT-ID.
030230     MOVE RQT-COURSE-DEPT TO SBR-REQ-DEPT.
030231     MOVE RQT-COURSE-NUMBER TO SBR-REQ-NUMBER.
030232     MOVE VSIO-READ TO VSIO-COMMAND.
030233     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030234                         SUBSTITUTION-FILE,
030235                         SUBSTITUTION-RECORD.
030236*    END-CALL.
030237     IF NOT VSIO-SUCCESS
030238         MOVE +0 TO VSIO-RETURN-CODE
030239         GO TO 157-EXIT.
030240*    END-IF.
030241
030242     IF SBR-IS-WAIVER
030243         MOVE 'Y' TO WS-PASSED-FOUND-SW
030244         PERFORM 157B-HOLD-SUBSTITUTION THRU 157B-EXIT
030245         GO TO 157-EXIT.
030246*    END-IF.
030247
030248     IF NOT SBR-IS-SUBSTITUTION
030249         GO TO 157-EXIT.
030250*    END-IF.
030251
030252     MOVE 1 TO PASSED-IDX.
030253     PERFORM 157A-MATCH-SUBSTITUTE
030254        THRU 157A-EXIT
030255       UNTIL WS-PASSED-FOUND
030256          OR PASSED-IDX GREATER THAN PASSED-COUNT.
030257*    END-PERFORM.
030258     IF WS-PASSED-FOUND
030259         PERFORM 157B-HOLD-SUBSTITUTION THRU 157B-EXIT.
030260*    END-IF.
030261
030262 157-EXIT.
030263     EXIT.
030264
030265 157A-MATCH-SUBSTITUTE.
030266
030267     IF PCE-DEPT (PASSED-IDX) EQUAL SBR-SUB-DEPT
030268     AND PCE-COURSE (PASSED-IDX) EQUAL SBR-SUB-NUMBER
030269         MOVE 'Y' TO WS-PASSED-FOUND-SW
030270     ELSE
030271         ADD 1 TO PASSED-IDX.
030272*    END-IF.
030273
030274 157A-EXIT.
030275     EXIT.
030276
030277 157B-HOLD-SUBSTITUTION.
030278
030279     IF SUBST-USED-COUNT NOT LESS THAN 20
030280         GO TO 157B-EXIT.
030281*    END-IF.
030282     ADD +1 TO SUBST-USED-COUNT.
030283     MOVE SBR-REQ-COURSE TO SUE-REQ-COURSE (SUBST-USED-COUNT).
030284     MOVE SBR-KIND TO SUE-KIND (SUBST-USED-COUNT).
030285     MOVE SBR-SUB-COURSE TO SUE-SUB-COURSE (SUBST-USED-COUNT).
030286     MOVE SBR-ADVISOR-ID TO SUE-ADVISOR-ID (SUBST-USED-COUNT).
030287     MOVE SBR-REASON TO SUE-REASON (SUBST-USED-COUNT).
030288
030289 157B-EXIT.
030290     EXIT.
030291
030292 158-PRINT-ONE-SUBSTITUTION.
030293
030294     MOVE SUE-REQ-COURSE (SUBST-IDX) TO RSL-REQ-COURSE.
030295     IF SUE-KIND (SUBST-IDX) EQUAL 'W'
030296         MOVE 'WAIVED BY ADVISOR' TO RSL-HOW
030297         MOVE SPACES TO RSL-SUB-COURSE
030298     ELSE
030299         MOVE 'SATISFIED BY SUBSTITUTION' TO RSL-HOW
030300         MOVE SUE-SUB-COURSE (SUBST-IDX) TO RSL-SUB-COURSE.
030301*    END-IF.
030302     MOVE SUE-ADVISOR-ID (SUBST-IDX) TO RSL-ADVISOR-ID.
030303     MOVE SUE-REASON (SUBST-IDX) TO RSL-REASON.
030304     WRITE REPORT-LINE FROM REQ-SUBST-LINE.
030305     ADD 1 TO SUBST-IDX.
030306
030307 158-EXIT.
030308     EXIT.
030100
030200* ************************************************************** *
030300* DISPLAYS THE VSAMIO STATUS BLOCK WHEN A CALL RETURNS ANYTHING  *
