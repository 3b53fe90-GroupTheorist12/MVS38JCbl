001600* CANDIDATE, AND A SECTION AT OR OVER CAPACITY IS FLAGGED AS    *
001700* NEEDING ANOTHER SECTION.  A SECTION WITH ZERO CAPACITY IS     *
001800* REPORTED AT ZERO PERCENT AND NEVER FLAGGED FOR A NEW SECTION. *
001810* SYSIN COLS 4-9 NAME THE SEMESTER REPORTED; ANY TERM STILL ON   *
001820* THE SECTION TABLE, PAST OR DRAFT, MAY BE NAMED.                *
001900*                                                                 *
002000* MODIFICATION HISTORY.                                          *
002100*   DATE       INIT  DESCRIPTION                                 *
002200*   08/10/2026 JM    ORIGINAL PROGRAM.                           *
002210*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002220*                    SEMESTER (61 BYTES); THE SYSIN CARD         *
002230*                    NOW NAMES THE TERM (COLS 4-9) AND ONLY      *
002240*                    THAT TERM'S SECTIONS ARE REPORTED.          *
002300* ************************************************************* *
002400
002500 ENVIRONMENT DIVISION.
004500     DATA RECORD IS CONTROL-CARD-RECORD.
004600 01  CONTROL-CARD-RECORD.
004700     02  CC-MINIMUM-PERCENT      PIC 9(03).
004710     02  CC-SEMESTER             PIC X(06).
004800     02  FILLER                  PIC X(71).
004900
005000 FD  REPORT-FILE
005100     LABEL RECORDS ARE OMITTED
008200     02  STR-DEPARTMENT          PIC 9(02).
008300     02  STR-COURSE              PIC 9(03).
008400     02  STR-NUMBER              PIC 9(01).
008410     02  STR-SEMESTER            PIC X(06).
008500     02  STR-DESCRIPTION         PIC X(11).
008600     02  STR-CAPACITY            PIC 9(03).
008700     02  STR-ENROLLED            PIC 9(03).
009500         'SECTION FILL-RATE REPORT - MINIMUM PERCENT'.
009600     02  FILLER                  PIC X(01) VALUE SPACES.
009700     02  HL1-MINIMUM             PIC ZZ9.
009710     02  FILLER                  PIC X(11) VALUE
009720         '  SEMESTER '.
009730     02  HL1-SEMESTER            PIC X(06).
009800     02  FILLER                  PIC X(69) VALUE SPACES.
009900
010000 01  DEPARTMENT-HEADING-LINE.
010100     02  FILLER                  PIC X(11) VALUE
018600                 'STOPPING'
018700         STOP RUN.
018800*    END-IF.
018810
018820     IF CC-SEMESTER EQUAL SPACES
018830         DISPLAY 'FILLRATE: NO SEMESTER ON THRESHOLD CARD - '
018840                 'STOPPING'
018850         STOP RUN.
018860*    END-IF.
018900
019000     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
019100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
019200     MOVE VSIO-SEQUENTIAL TO
019300         VSIO-ACCESS OF SECTION-TABLE-FILE.
019400     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
019500     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
019600     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
019700     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
019800     MOVE VSIO-OPEN TO VSIO-COMMAND.
019900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020000                         SECTION-TABLE-FILE,
022500
022600     OPEN OUTPUT REPORT-FILE.
022700     MOVE CC-MINIMUM-PERCENT TO HL1-MINIMUM.
022710     MOVE CC-SEMESTER TO HL1-SEMESTER.
022800     WRITE REPORT-LINE FROM HEADING-LINE-1.
022900
023000 010-PROCESS.
029100*        END-IF
029200*    END-IF.
029300
029310     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
029320         GO TO 119-EXIT.
029330*    END-IF.
029340
029400     IF WS-FIRST-RECORD
029500         MOVE 'N' TO WS-FIRST-RECORD-SWITCH
029600         MOVE STR-DEPARTMENT TO WS-PRIOR-DEPARTMENT
