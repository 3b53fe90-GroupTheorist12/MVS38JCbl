001500* SEMESTER 17-22, GRADE BOX 23-24), SO THE PUNCHED GRADE CARDS  *
001600* MATCH THE ROSTER INSTEAD OF BEING TYPED FROM MEMORY; THE      *
001700* STUDENT'S NAME FOLLOWS FOR THE INSTRUCTOR.                    *
001710* WITH 'NA' IN COLS 7-8 OF THE SYSIN CARD THE SAME SHEETS PRINT *
001720* AS NEVER-ATTENDED ROSTERS: THE BOX IS CAPTIONED NA AND THE    *
001730* INSTRUCTOR PUNCHES NA FOR EACH STUDENT WHO HAS NEVER COME TO  *
001740* CLASS.  THE RETURNED CARDS FEED THE NEVRATND DROP RUN.        *
001800*                                                                 *
001900* MODIFICATION HISTORY.                                          *
002000*   DATE       INIT  DESCRIPTION                                 *
002100*   08/11/2026 JM    ORIGINAL PROGRAM.                           *
002110*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002120*                    SEMESTER (61 BYTES); SHEETS PRINT ONLY      *
002130*                    FOR THE SYSIN CARD'S TERM'S SECTIONS.       *
002140*   10/15/2026 JM    'NA' IN SYSIN COLS 7-8 PRINTS NEVER-        *
002150*                    ATTENDED ROSTERS FOR THE NEVRATND RUN.      *
002200* ************************************************************* *
002300
002400 ENVIRONMENT DIVISION.
004400     DATA RECORD IS CONTROL-CARD-RECORD.
004500 01  CONTROL-CARD-RECORD.
004600     02  CC-SEMESTER             PIC X(06).
004700     02  CC-SHEET-TYPE           PIC X(02).
004710         88  CC-NEVER-ATTENDED-SHEET         VALUE 'NA'.
004720     02  FILLER                  PIC X(72).
004800
004900 FD  REPORT-FILE
005000     LABEL RECORDS ARE OMITTED
010400     02  STR-DEPARTMENT          PIC 9(02).
010500     02  STR-COURSE              PIC 9(03).
010600     02  STR-NUMBER              PIC 9(01).
010610     02  STR-SEMESTER            PIC X(06).
010700     02  STR-DESCRIPTION         PIC X(11).
010800     02  STR-CAPACITY            PIC 9(03).
010900     02  STR-ENROLLED            PIC 9(03).
013100         03  RE-NAME             PIC X(22).
013200
013300 01  HEADING-LINE-1.
013400     02  HL1-SHEET-TITLE         PIC X(14) VALUE
013500         'GRADE SHEET - '.
013600     02  HL1-SECTION-KEY.
013700         03  HL1-DEPARTMENT      PIC 9(02).
015200     02  FILLER                  PIC X(74) VALUE SPACES.
015300
015400 01  COLUMN-HEADING-LINE.
015500     02  CHL-CARD-COLUMNS        PIC X(24) VALUE
015600         'STUDENTKEYCOURSESEMTR GR'.
015700     02  FILLER                  PIC X(02) VALUE SPACES.
015800     02  FILLER                  PIC X(22) VALUE 'NAME'.
017300         '*** NO STUDENTS ENROLLED IN THIS SECTION'.
017400     02  FILLER                  PIC X(92) VALUE SPACES.
017500
017510 01  NA-INSTRUCTION-LINE.
017520     02  FILLER                  PIC X(45) VALUE
017530         'PUNCH NA IN THE BOX FOR EACH STUDENT WHO HAS '.
017540     02  FILLER                  PIC X(45) VALUE
017550         'NEVER ATTENDED AND RETURN THE CARDS WITHIN TH'.
017560     02  FILLER                  PIC X(30) VALUE
017570         'E FIRST TWO WEEKS OF THE TERM.'.
017580     02  FILLER                  PIC X(12) VALUE SPACES.
017590
017600 PROCEDURE DIVISION.
017700
017800 000-INITIATE.
019200         STOP RUN.
019300*    END-IF.
019400
019410     IF CC-NEVER-ATTENDED-SHEET
019420         MOVE 'NA ROSTER - ' TO HL1-SHEET-TITLE
019430         MOVE 'STUDENTKEYCOURSESEMTR NA' TO CHL-CARD-COLUMNS.
019440*    END-IF.
019450
019500     MOVE 'STMASTR' TO VSIO-DDNAME OF STUDENT-MASTER-FILE.
019600     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF STUDENT-MASTER-FILE.
019700     MOVE VSIO-SEQUENTIAL TO
021500     MOVE VSIO-SEQUENTIAL TO
021600         VSIO-ACCESS OF SECTION-TABLE-FILE.
021700     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
021800     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
021900     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
022000     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
022100     MOVE VSIO-OPEN TO VSIO-COMMAND.
022200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
022300                         SECTION-TABLE-FILE,
034500*        END-IF
034600*    END-IF.
034700
034710     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
034720         GO TO 139-EXIT.
034730*    END-IF.
034740
034800     ADD +1 TO SHEET-COUNTER.
034900     MOVE STR-DEPARTMENT TO HL1-DEPARTMENT.
035000     MOVE STR-COURSE TO HL1-COURSE.
036700     MOVE CTR-DESCRIPTION TO HL2-COURSE-TITLE.
036800     WRITE REPORT-LINE FROM HEADING-LINE-2.
036900     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
036910     IF CC-NEVER-ATTENDED-SHEET
036920         WRITE REPORT-LINE FROM NA-INSTRUCTION-LINE.
036930*    END-IF.
037000
037100     MOVE ZERO TO SHEET-LINE-COUNT.
037200     MOVE 1 TO ROSTER-IDX.
