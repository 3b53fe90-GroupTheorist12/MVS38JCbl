001100* COMMON MEETING DAY AND OVERLAPPING TIMES; EACH CONFLICTING    *
001200* PAIR PRINTS ONCE.  SECTIONS WITH NO ROOM OR NO MEETING DATA   *
001300* CANNOT CONFLICT AND ARE SKIPPED.                              *
001310* SYSIN CARD: COLS 1-6 SEMESTER WHOSE SECTIONS ARE CHECKED.      *
001400*                                                                 *
001500* MODIFICATION HISTORY.                                          *
001600*   DATE       INIT  DESCRIPTION                                 *
001700*   08/11/2026 JM    ORIGINAL PROGRAM.                           *
001710*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
001720*                    SEMESTER (61 BYTES); A SYSIN CARD NOW       *
001730*                    NAMES THE TERM CHECKED, SO TWO TERMS'       *
001740*                    SECTIONS NEVER PAIR AS A CONFLICT.          *
001800* ************************************************************* *
001900
002000 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002710     SELECT CONTROL-CARD-FILE
002720         ASSIGN TO UT-S-SYSIN.
002730
002800     SELECT REPORT-FILE
002900         ASSIGN TO UR-1403-S-SYSPRINT.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003210 FD  CONTROL-CARD-FILE
003220     LABEL RECORDS ARE OMITTED
003230     RECORD CONTAINS 80 CHARACTERS
003240     BLOCK CONTAINS 0 RECORDS
003250     DATA RECORD IS CONTROL-CARD-RECORD.
003260 01  CONTROL-CARD-RECORD.
003270     02  CC-SEMESTER             PIC X(06).
003280     02  FILLER                  PIC X(74).
003290
003300 FD  REPORT-FILE
003400     LABEL RECORDS ARE OMITTED
003500     RECORD CONTAINS 132 CHARACTERS
006700     02  STR-DEPARTMENT          PIC 9(02).
006800     02  STR-COURSE              PIC 9(03).
006900     02  STR-NUMBER              PIC 9(01).
006910     02  STR-SEMESTER            PIC X(06).
007000     02  STR-DESCRIPTION         PIC X(11).
007100     02  STR-CAPACITY            PIC 9(03).
007200     02  STR-ENROLLED            PIC 9(03).
008200 01  HEADING-LINE-1.
008300     02  FILLER                  PIC X(33) VALUE
008400         'ROOM CONFLICT REPORT             '.
008410     02  FILLER                  PIC X(09) VALUE
008420         'SEMESTER '.
008430     02  HL1-SEMESTER            PIC X(06).
008500     02  FILLER                  PIC X(84) VALUE SPACES.
008600
008700 01  HEADING-LINE-2.
008800     02  FILLER                  PIC X(05) VALUE 'ROOM '.
012900
013000 000-INITIATE.
013100
013110     OPEN INPUT CONTROL-CARD-FILE.
013120     MOVE SPACES TO CONTROL-CARD-RECORD.
013130     READ CONTROL-CARD-FILE
013140         AT END
013150             DISPLAY 'ROOMCONF: NO SEMESTER CARD SUPPLIED - '
013160                     'STOPPING'
013170             STOP RUN.
013180*    END-READ.
013190     CLOSE CONTROL-CARD-FILE.
013191
013192     IF CC-SEMESTER EQUAL SPACES
013193         DISPLAY 'ROOMCONF: SEMESTER CARD IS BLANK - STOPPING'
013194         STOP RUN.
013195*    END-IF.
013196
013200     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
013300     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
013400     MOVE VSIO-SEQUENTIAL TO
013500         VSIO-ACCESS OF SECTION-TABLE-FILE.
013600     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
013700     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
013800     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
013900     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
014000     MOVE VSIO-OPEN TO VSIO-COMMAND.
014100     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
014200                         SECTION-TABLE-FILE,
014800*    END-IF.
014900
015000     OPEN OUTPUT REPORT-FILE.
015010     MOVE CC-SEMESTER TO HL1-SEMESTER.
015100     WRITE REPORT-LINE FROM HEADING-LINE-1.
015200     WRITE REPORT-LINE FROM HEADING-LINE-2.
015300
020500*        END-IF
020600*    END-IF.
020700
020710     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
020720         GO TO 119-EXIT.
020730*    END-IF.
020740
020800     IF STR-ROOM EQUAL SPACES
020900     OR STR-MEET-DAYS EQUAL SPACES
021000         GO TO 119-EXIT.
