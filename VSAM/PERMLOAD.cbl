001600*   COL  1-6   SECTION (DEPARTMENT/COURSE/SECTION)              *
001700*   COL  7-13  STUDENT ID                                       *
001800*   COL 14-18  SIGNING INSTRUCTOR ID                            *
001810*   COL 19-24  SEMESTER OF THE SECTION                           *
001900*                                                                 *
002000* A CARD IS REJECTED WHEN THE SECTION IS NOT ON SECTTBL OR THE  *
002100* SIGNING INSTRUCTOR IS NOT THE SECTION'S INSTRUCTOR OF         *
002500* MODIFICATION HISTORY.                                          *
002600*   DATE       INIT  DESCRIPTION                                 *
002700*   09/02/2026 JM    ORIGINAL PROGRAM.                           *
002710*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002720*                    SEMESTER (61 BYTES); THE PERMIT CARD        *
002730*                    CARRIES THE TERM (COLS 19-24) SO THE        *
002740*                    INSTRUCTOR IS CHECKED AGAINST THAT          *
002750*                    TERM'S SECTION.                             *
002800* ************************************************************* *
002900
003000 ENVIRONMENT DIVISION.
005200     02  PC-SECTION-KEY          PIC 9(06).
005300     02  PC-STUDENT-ID           PIC X(07).
005400     02  PC-INSTRUCTOR-ID        PIC X(05).
005410     02  PC-SEMESTER             PIC X(06).
005500     02  FILLER                  PIC X(56).
005600
005700 FD  REPORT-FILE
005800     LABEL RECORDS ARE OMITTED
009600     02  STR-DEPARTMENT          PIC 9(02).
009700     02  STR-COURSE              PIC 9(03).
009800     02  STR-NUMBER              PIC 9(01).
009810     02  STR-SEMESTER            PIC X(06).
009900     02  STR-DESCRIPTION         PIC X(11).
010000     02  STR-CAPACITY            PIC 9(03).
010100     02  STR-ENROLLED            PIC 9(03).
015700     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
015800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
015900     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
016000     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
016100     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
016200     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
016300     MOVE VSIO-OPEN TO VSIO-COMMAND.
016400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016500                         SECTION-TABLE-FILE,
022200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
022300         GO TO 119-EXIT.
022400*    END-IF.
022410
022420     IF PC-SEMESTER EQUAL SPACES
022430         MOVE 'NO SEMESTER ON CARD' TO RL-DISPOSITION
022440         PERFORM 170-WRITE-REJECT THRU 179-EXIT
022450         GO TO 119-EXIT.
022460*    END-IF.
022500
022600     MOVE SPACES TO SECTION-TABLE-RECORD.
022700     MOVE PC-SECTION-KEY TO SECTION-TABLE-RECORD (1:6).
022710     MOVE PC-SEMESTER TO STR-SEMESTER.
022800     MOVE VSIO-READ TO VSIO-COMMAND.
022900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023000                         SECTION-TABLE-FILE,
