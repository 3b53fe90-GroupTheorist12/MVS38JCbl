001600* CONFLICTING PAIR PRINTS ONCE UNDER THE INSTRUCTOR'S NAME AND  *
001700* DEPARTMENT FROM INSTTBL.  SECTIONS WITH NO INSTRUCTOR OR NO   *
001800* MEETING DATA CANNOT CONFLICT AND ARE SKIPPED.                 *
001810* SYSIN CARD: COLS 1-6 SEMESTER WHOSE SECTIONS ARE CHECKED.      *
001900*                                                                 *
002000* MODIFICATION HISTORY.                                          *
002100*   DATE       INIT  DESCRIPTION                                 *
002200*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002210*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002220*                    SEMESTER (61 BYTES); A SYSIN CARD NOW       *
002230*                    NAMES THE TERM CHECKED, SO TWO TERMS'       *
002240*                    SECTIONS NEVER PAIR AS A CONFLICT.          *
002250*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31         *
002260*                    BYTES WITH THE PAY CATEGORY.                *
002300* ************************************************************* *
002400
002500 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003210     SELECT CONTROL-CARD-FILE
003220         ASSIGN TO UT-S-SYSIN.
003230
003300     SELECT REPORT-FILE
003400         ASSIGN TO UR-1403-S-SYSPRINT.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003710 FD  CONTROL-CARD-FILE
003720     LABEL RECORDS ARE OMITTED
003730     RECORD CONTAINS 80 CHARACTERS
003740     BLOCK CONTAINS 0 RECORDS
003750     DATA RECORD IS CONTROL-CARD-RECORD.
003760 01  CONTROL-CARD-RECORD.
003770     02  CC-SEMESTER             PIC X(06).
003780     02  FILLER                  PIC X(74).
003790
003800 FD  REPORT-FILE
003900     LABEL RECORDS ARE OMITTED
004000     RECORD CONTAINS 132 CHARACTERS
007200     02  STR-DEPARTMENT          PIC 9(02).
007300     02  STR-COURSE              PIC 9(03).
007400     02  STR-NUMBER              PIC 9(01).
007410     02  STR-SEMESTER            PIC X(06).
007500     02  STR-DESCRIPTION         PIC X(11).
007600     02  STR-CAPACITY            PIC 9(03).
007700     02  STR-ENROLLED            PIC 9(03).
008800     02  ITR-INSTRUCTOR-ID       PIC X(05).
008900     02  ITR-NAME                PIC X(22).
009000     02  ITR-DEPARTMENT          PIC 9(02).
009010     02  ITR-CATEGORY            PIC X(02).
009100
009200 01  HEADING-LINE-1.
009300     02  FILLER                  PIC X(46) VALUE
009400         'INSTCONF - INSTRUCTOR SCHEDULE CONFLICT REPORT'.
009410     02  FILLER                  PIC X(11) VALUE
009420         '  SEMESTER '.
009430     02  HL1-SEMESTER            PIC X(06).
009500     02  FILLER                  PIC X(69) VALUE SPACES.
009600
009700 01  CONFLICT-LINE-1.
009800     02  FILLER                  PIC X(12) VALUE 'INSTRUCTOR: '.
012500
012600 000-INITIATE.
012700
012710     OPEN INPUT CONTROL-CARD-FILE.
012720     MOVE SPACES TO CONTROL-CARD-RECORD.
012730     READ CONTROL-CARD-FILE
012740         AT END
012750             DISPLAY 'INSTCONF: NO SEMESTER CARD SUPPLIED - '
012760                     'STOPPING'
012770             STOP RUN.
012780*    END-READ.
012790     CLOSE CONTROL-CARD-FILE.
012791
012792     IF CC-SEMESTER EQUAL SPACES
012793         DISPLAY 'INSTCONF: SEMESTER CARD IS BLANK - STOPPING'
012794         STOP RUN.
012795*    END-IF.
012796
012800     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
012900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
013000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
013100     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
013200     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
013300     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
013400     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
013500     MOVE VSIO-OPEN TO VSIO-COMMAND.
013600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
013700                         SECTION-TABLE-FILE,
014700         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
014800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
014900     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
015000     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
015100     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
015200     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
015300     MOVE VSIO-OPEN TO VSIO-COMMAND.
016100*    END-IF.
016200
016300     OPEN OUTPUT REPORT-FILE.
016310     MOVE CC-SEMESTER TO HL1-SEMESTER.
016400     WRITE REPORT-LINE FROM HEADING-LINE-1.
016500     WRITE REPORT-LINE FROM BLANK-LINE.
016600
021800         GO TO 119-EXIT.
021900*    END-IF.
022000
022010     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
022020         GO TO 119-EXIT.
022030*    END-IF.
022040
022100     IF STR-INSTRUCTOR-ID EQUAL SPACES
022200     OR STR-MEET-DAYS EQUAL SPACES
022300     OR STR-START-TIME NOT NUMERIC
