002000* COURSES PRINT IN DESCENDING ORDER OF EXCESS DEMAND (DEMAND    *
002100* OVER CURRENT CAPACITY), SO THE LONGEST-OVERFLOWED COURSES     *
002200* LEAD THE LISTING.                                             *
002210* SYSIN CARD: COLS 1-6 PRIOR SEMESTER, COLS 7-12 THE SEMESTER    *
002220* WHOSE SECTIONS AND WAITLIST ARE THE CURRENT DEMAND.            *
002300*                                                                 *
002400* MODIFICATION HISTORY.                                          *
002500*   DATE       INIT  DESCRIPTION                                 *
002640*                    SEMESTER+COURSE ALTERNATE INDEX AND      *
002650*                    READS ONLY THAT SEMESTER'S RECORDS       *
002660*                    INSTEAD OF SCANNING THE WHOLE ARCHIVE.   *
002670*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002680*                    SEMESTER (61 BYTES); THE CURRENT SEMESTER   *
002690*                    IS NOW NAMED IN COLS 7-12 OF THE CARD AND   *
002691*                    LIMITS THE SECTIONS AND WAITERS COUNTED.    *
002700* ************************************************************* *
002800
002900 ENVIRONMENT DIVISION.
004900     DATA RECORD IS CONTROL-CARD-RECORD.
005000 01  CONTROL-CARD-RECORD.
005100     02  CC-PRIOR-SEMESTER       PIC X(06).
005110     02  CC-CURRENT-SEMESTER     PIC X(06).
005200     02  FILLER                  PIC X(68).
005300
005400 FD  REPORT-FILE
005500     LABEL RECORDS ARE OMITTED
010000     02  STR-DEPARTMENT          PIC 9(02).
010100     02  STR-COURSE              PIC 9(03).
010200     02  STR-NUMBER              PIC 9(01).
010210     02  STR-SEMESTER            PIC X(06).
010300     02  STR-DESCRIPTION         PIC X(11).
010400     02  STR-CAPACITY            PIC 9(03).
010500     02  STR-ENROLLED            PIC 9(03).
013300     02  FILLER                  PIC X(44)   VALUE
013400         'SECTPROJ - SECTION DEMAND PROJECTION, PRIOR '.
013500     02  H1-PRIOR-SEMESTER       PIC X(06).
013510     02  FILLER                  PIC X(10)   VALUE
013520         ', CURRENT '.
013530     02  H1-CURRENT-SEMESTER     PIC X(06).
013600     02  FILLER                  PIC X(66)   VALUE SPACES.
013700
013800 01  HEADING-LINE-2.
013900     02  FILLER                  PIC X(07)   VALUE 'COURSE'.
017800     END-READ.
017900     CLOSE CONTROL-CARD-FILE.
018000
018010     IF CC-CURRENT-SEMESTER EQUAL SPACES
018020         DISPLAY 'SECTPROJ: NO CURRENT SEMESTER ON CARD - '
018030                 'STOPPING'
018040         STOP RUN.
018050*    END-IF.
018060
018100     OPEN OUTPUT REPORT-FILE.
018200     MOVE CC-PRIOR-SEMESTER TO H1-PRIOR-SEMESTER.
018210     MOVE CC-CURRENT-SEMESTER TO H1-CURRENT-SEMESTER.
018300     WRITE REPORT-LINE FROM HEADING-LINE-1.
018400     WRITE REPORT-LINE FROM HEADING-LINE-2.
018500     WRITE REPORT-LINE FROM BLANK-LINE.
018800     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
018900     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
019000     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
019100     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
019200     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
019300     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
019400     MOVE VSIO-OPEN TO VSIO-COMMAND.
019500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
019600                         SECTION-TABLE-FILE,
030300         GO TO 109-EXIT.
030400*    END-IF.
030500
030510     IF STR-SEMESTER NOT EQUAL CC-CURRENT-SEMESTER
030520         GO TO 109-EXIT.
030530*    END-IF.
030540
030600     MOVE SECTION-TABLE-RECORD (1:5) TO SEARCH-COURSE.
030700     PERFORM 160-LOCATE-COURSE THRU 169-EXIT.
030800     IF CRS-IDX EQUAL ZERO
034600*    END-IF.
034700
034800     IF CIR-STATUS NOT EQUAL 'W'
034810     OR CIR-SEMESTER NOT EQUAL CC-CURRENT-SEMESTER
034900         GO TO 129-EXIT.
035000*    END-IF.
035100
