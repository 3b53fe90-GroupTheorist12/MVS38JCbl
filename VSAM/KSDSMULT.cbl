001147*                    DECLARATIVE OVERRIDES THE RAW SUM      *
001148*                    COUNTERS WITH THE COUNTED HOURS,       *
001149*                    POINTS AND REPLACED-GRADE GPA.         *
001150*   10/15/2026 JM    SECTION RECORDS NOW BELONG TO A             *
001151*                    SEMESTER (STR-SEMESTER, 61 BYTES, KEY       *
001152*                    SECTION + SEMESTER): THE ADD PATH READS     *
001153*                    THE CARD'S TERM, THE DROP PATH THE          *
001154*                    ENROLLMENT'S TERM, AND THE REPORT PASS      *
001155*                    LOOKS EACH ENROLLMENT UP UNDER ITS OWN      *
001156*                    CIR-SEMESTER.  THE SECTION CACHE HOLDS      *
001157*                    3000 ENTRIES FOR THE EXTRA TERMS.           *
001001* ************************************************************* *
001100
001200 ENVIRONMENT DIVISION.
009033     02  DAY-IDX-OLD             PIC S9(4) COMP.
009034 01  SAVED-SECTION-RECORD.
009035     02  SAV-SECTION-KEY         PIC X(06).
009035     02  SAV-SEMESTER            PIC X(06).
009036     02  SAV-DESCRIPTION         PIC X(11).
009037     02  SAV-CAPACITY            PIC 9(03).
009038     02  SAV-ENROLLED            PIC 9(03).
015900     02  STR-DEPARTMENT          PIC 9(02).
016000     02  STR-COURSE              PIC 9(03).
016100     02  STR-NUMBER              PIC 9(01).
016110     02  STR-SEMESTER            PIC X(06).
016200     02  STR-DESCRIPTION         PIC X(11).
016300     02  STR-CAPACITY            PIC 9(03).
016400     02  STR-ENROLLED            PIC 9(03).
016534
016535 01  SECT-CACHE.
016536     02  SECT-CACHE-COUNT        PIC S9(4) COMP VALUE ZERO.
016537     02  SECT-CACHE-ENTRY OCCURS 3000 TIMES
016538                                 PIC X(61).
016539
016600 REPORT SECTION.
016700 RD  STUDENT-REPORT
035800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
035900     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
036000     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
036100     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
036200     MOVE +0 TO VSIO-KEY-POSITION  OF SECTION-TABLE-FILE.
036300     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
036400     MOVE VSIO-OPEN TO VSIO-COMMAND.
036500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036600                         SECTION-TABLE-FILE,
045133         GO TO 065-EXIT.
045134*    END-IF.
045135
045136     IF SECT-CACHE-COUNT NOT LESS THAN 3000
045137         DISPLAY 'KSDSMULT: SECTION CACHE IS FULL'
045138         STOP RUN.
045139*    END-IF.
051700     MOVE CIR-COURSE TO CTR-NUMBER,
051800                        STR-COURSE.
051900     MOVE CIR-SECTION TO STR-NUMBER.
051910     MOVE CIR-SEMESTER TO STR-SEMESTER.
052000
052100     MOVE 'N' TO CACHE-FOUND-SW.
052200     MOVE 1 TO CACHE-IDX.
058539
058540 142-SCAN-SECT-CACHE.
058541
058542     IF SECT-CACHE-ENTRY (CACHE-IDX) (1:12) EQUAL
058543             SECTION-TABLE-RECORD (1:12)
058544         MOVE 'Y' TO CACHE-FOUND-SW
058545     ELSE
058546         ADD 1 TO CACHE-IDX.
070300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
070400     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
070500     MOVE VSIO-I-O TO VSIO-MODE OF SECTION-TABLE-FILE.
070600     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
070700     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
070800     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
070900     MOVE VSIO-OPEN TO VSIO-COMMAND.
071000     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
071100                         SECTION-TABLE-FILE,
071900     MOVE CC-DEPARTMENT TO STR-DEPARTMENT.
072000     MOVE CC-COURSE TO STR-COURSE.
072100     MOVE CC-SECTION TO STR-NUMBER.
072110     MOVE CC-SEMESTER TO STR-SEMESTER.
072200     MOVE VSIO-READ TO VSIO-COMMAND.
072300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
072400                         SECTION-TABLE-FILE,
081900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
082000     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
082100     MOVE VSIO-I-O TO VSIO-MODE OF SECTION-TABLE-FILE.
082200     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
082300     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
082400     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
082500     MOVE VSIO-OPEN TO VSIO-COMMAND.
082600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
082700                         SECTION-TABLE-FILE,
088900     MOVE CC-DEPARTMENT TO STR-DEPARTMENT.
089000     MOVE CC-COURSE TO STR-COURSE.
089100     MOVE CC-SECTION TO STR-NUMBER.
089110     MOVE CIR-SEMESTER TO STR-SEMESTER.
089200     MOVE VSIO-READ TO VSIO-COMMAND.
089300     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
089400                         SECTION-TABLE-FILE,
128400     MOVE CIR-DEPARTMENT TO STR-DEPARTMENT.
128500     MOVE CIR-COURSE TO STR-COURSE.
128600     MOVE CIR-SECTION TO STR-NUMBER.
128610     MOVE CC-SEMESTER TO STR-SEMESTER.
128700     MOVE VSIO-READ TO VSIO-COMMAND.
128800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
128900                         SECTION-TABLE-FILE,
138845     MOVE SECTION-TABLE-RECORD TO SAVED-SECTION-RECORD.
138845     MOVE SPACES TO SECTION-TABLE-RECORD.
138845     MOVE SAV-XLIST-SECTION TO SECTION-TABLE-RECORD (1:6).
138845     MOVE SAV-SEMESTER TO STR-SEMESTER.
138845     MOVE VSIO-READ TO VSIO-COMMAND.
138845     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
138845                         SECTION-TABLE-FILE,
