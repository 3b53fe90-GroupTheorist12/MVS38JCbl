002460*                    ENROLLED STUDENTS, CARRYING AN AUDIT    *
002470*                    NOTATION THE WAY THE TRANSCRIPT RUNS    *
002480*                    MARK AUDIT LINES.                       *
002490*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002491*                    SEMESTER (61 BYTES); EACH TERM OF A         *
002492*                    SECTION PRINTS ITS OWN PAGE WITH ONLY THAT  *
002493*                    TERM'S ENROLLMENTS.                         *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
010800     02  STR-DEPARTMENT          PIC 9(02).
010900     02  STR-COURSE              PIC 9(03).
011000     02  STR-NUMBER              PIC 9(01).
011010     02  STR-SEMESTER            PIC X(06).
011100     02  STR-DESCRIPTION         PIC X(11).
011200     02  STR-CAPACITY            PIC 9(03).
011300     02  STR-ENROLLED            PIC 9(03).
011400
011500 01  SECTION-KEY-VIEW REDEFINES SECTION-TABLE-RECORD.
011600     02  STR-SECTION-KEY         PIC X(06).
011700     02  FILLER                  PIC X(55).
011800
011900* ************************************************************** *
012000* ROSTER TABLE FILLED BY THE STUDENT-MASTER-FILE PASS.  EACH     *
012100* ENTRY CARRIES THE SECTION KEY (DEPARTMENT/COURSE/SECTION) AND  *
012200* SEMESTER THE ENROLLMENT BELONGS TO, SO THE SECTION-TABLE PASS  *
012300* CAN PULL ITS STUDENTS OUT IN SECTION ORDER.                    *
012400* ************************************************************** *
012500 01  ROSTER-TABLE.
012600     02  ROSTER-ENTRY OCCURS 2000 TIMES.
012700         03  RE-SECTION-KEY      PIC X(06).
012710         03  RE-SEMESTER         PIC X(06).
012800         03  RE-STATUS           PIC X(01).
012900         03  RE-STUDENT-ID       PIC X(07).
013000         03  RE-NAME             PIC X(22).
014600     02  FILLER                  PIC X(11) VALUE
014700         '  ENROLLED:'.
014800     02  HL1-ENROLLED            PIC ZZ9.
014810     02  FILLER                  PIC X(11) VALUE
014820         '  SEMESTER '.
014830     02  HL1-SEMESTER            PIC X(06).
014900     02  FILLER                  PIC X(51) VALUE SPACES.
014910
014920 01  MEETING-LINE.
014930     02  FILLER                  PIC X(07) VALUE 'MEETS: '.
021300     MOVE VSIO-SEQUENTIAL TO
021400         VSIO-ACCESS OF SECTION-TABLE-FILE.
021500     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
021600     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
021700     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
021800     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
021900     MOVE VSIO-OPEN TO VSIO-COMMAND.
022000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022100                         SECTION-TABLE-FILE,
033100
033200     ADD +1 TO ROSTER-COUNT.
033300     MOVE CIR-COURSE-ID TO RE-SECTION-KEY (ROSTER-COUNT).
033310     MOVE CIR-SEMESTER TO RE-SEMESTER (ROSTER-COUNT).
033400     MOVE CIR-STATUS TO RE-STATUS (ROSTER-COUNT).
033500     MOVE CIR-STUDENT-ID TO RE-STUDENT-ID (ROSTER-COUNT).
033600     MOVE WS-CURRENT-NAME TO RE-NAME (ROSTER-COUNT).
037600         GO TO 139-EXIT.
037700*    END-IF.
037800
037801     IF CC-SEMESTER NOT EQUAL SPACES
037802     AND STR-SEMESTER NOT EQUAL CC-SEMESTER
037803         GO TO 139-EXIT.
037804*    END-IF.
037805
037810* ************************************************************** *
037820* A CROSS-LISTED PAIR PRINTS ONE MERGED ROSTER PAGE, CARRIED ON  *
037830* THE LOWER-KEYED SIDE; THE HIGHER SIDE PRINTS A REFERENCE.      *
038200     MOVE STR-DESCRIPTION TO HL1-DESCRIPTION.
038300     MOVE STR-CAPACITY TO HL1-CAPACITY.
038400     MOVE STR-ENROLLED TO HL1-ENROLLED.
038410     MOVE STR-SEMESTER TO HL1-SEMESTER.
038500     WRITE REPORT-LINE FROM HEADING-LINE-1
038600         AFTER ADVANCING PAGE.
038610     MOVE STR-MEET-DAYS TO ML-MEET-DAYS.
041700     IF (RE-SECTION-KEY (ROSTER-IDX) EQUAL STR-SECTION-KEY
041710      OR (WS-XLIST-KEY GREATER THAN ZERO
041720         AND RE-SECTION-KEY (ROSTER-IDX) EQUAL WS-XLIST-KEY))
041730     AND RE-SEMESTER (ROSTER-IDX) EQUAL STR-SEMESTER
041800     AND (RE-STATUS (ROSTER-IDX) EQUAL 'E'
041810      OR RE-STATUS (ROSTER-IDX) EQUAL 'A')
041900         ADD +1 TO ENROLLED-LINE-COUNT
043200     IF (RE-SECTION-KEY (ROSTER-IDX) EQUAL STR-SECTION-KEY
043210      OR (WS-XLIST-KEY GREATER THAN ZERO
043220         AND RE-SECTION-KEY (ROSTER-IDX) EQUAL WS-XLIST-KEY))
043230     AND RE-SEMESTER (ROSTER-IDX) EQUAL STR-SEMESTER
043300     AND RE-STATUS (ROSTER-IDX) EQUAL 'W'
043400         IF WAITLIST-LINE-COUNT EQUAL ZERO
043500             WRITE REPORT-LINE FROM WAITLIST-HEADING-LINE
