001500* REPORTED UNDER DEPARTMENT 00 WITH A FLAGGED NAME SO THE CARD  *
001600* FILE DISAGREEMENTS THE CHAIRS KEEP FINDING SHOW UP HERE       *
001700* INSTEAD.  INSTRUCTORS PRINT GROUPED BY DEPARTMENT.            *
001710* SYSIN CARD: COLS 1-6 SEMESTER WHOSE SECTIONS ARE COUNTED --    *
001720* THE CURRENT TERM OR ANY PAST TERM STILL ON SECTTBL.            *
001800*                                                                 *
001900* MODIFICATION HISTORY.                                          *
002000*   DATE       INIT  DESCRIPTION                                 *
002100*   08/11/2026 JM    ORIGINAL PROGRAM.                           *
002110*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002120*                    SEMESTER (61 BYTES); A SYSIN CARD NOW       *
002130*                    NAMES THE TERM REPORTED.                    *
002140*   10/15/2026 JM    INSTRUCTOR TABLE RECORDS GREW TO 31         *
002150*                    BYTES WITH THE PAY CATEGORY.                *
002200* ************************************************************* *
002300
002400 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100
003110     SELECT CONTROL-CARD-FILE
003120         ASSIGN TO UT-S-SYSIN.
003130
003200     SELECT REPORT-FILE
003300         ASSIGN TO UR-1403-S-SYSPRINT.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
003610 FD  CONTROL-CARD-FILE
003620     LABEL RECORDS ARE OMITTED
003630     RECORD CONTAINS 80 CHARACTERS
003640     BLOCK CONTAINS 0 RECORDS
003650     DATA RECORD IS CONTROL-CARD-RECORD.
003660 01  CONTROL-CARD-RECORD.
003670     02  CC-SEMESTER             PIC X(06).
003680     02  FILLER                  PIC X(74).
003690
003700 FD  REPORT-FILE
003800     LABEL RECORDS ARE OMITTED
003900     RECORD CONTAINS 132 CHARACTERS
007500     02  STR-DEPARTMENT          PIC 9(02).
007600     02  STR-COURSE              PIC 9(03).
007700     02  STR-NUMBER              PIC 9(01).
007710     02  STR-SEMESTER            PIC X(06).
007800     02  STR-DESCRIPTION         PIC X(11).
007900     02  STR-CAPACITY            PIC 9(03).
008000     02  STR-ENROLLED            PIC 9(03).
009400     02  ITR-INSTRUCTOR-ID       PIC X(05).
009500     02  ITR-NAME                PIC X(22).
009600     02  ITR-DEPARTMENT          PIC 9(02).
009610     02  ITR-CATEGORY            PIC X(02).
009700
009800 01  DEPARTMENT-TABLE-RECORD.
009900     02  DTR-NUMBER              PIC 9(02).
010010     02  DTR-REQ-MAJOR-HOURS     PIC 9(03).
010020     02  DTR-REQ-TOTAL-HOURS     PIC 9(03).
010100
010110 01  HEADING-LINE-1.
010120     02  FILLER                  PIC X(46) VALUE
010130         'TEACHLD - TEACHING LOAD BY DEPARTMENT         '.
010140     02  FILLER                  PIC X(09) VALUE 'SEMESTER '.
010150     02  HL1-SEMESTER            PIC X(06).
010160     02  FILLER                  PIC X(71) VALUE SPACES.
010170
010200 01  DEPARTMENT-HEADING-LINE.
010300     02  FILLER                  PIC X(11) VALUE
010400         'DEPARTMENT '.
013700
013800 000-INITIATE.
013900
013910     OPEN INPUT CONTROL-CARD-FILE.
013920     MOVE SPACES TO CONTROL-CARD-RECORD.
013930     READ CONTROL-CARD-FILE
013940         AT END
013950             DISPLAY 'TEACHLD: NO SEMESTER CARD SUPPLIED - '
013960                     'STOPPING'
013970             STOP RUN.
013980*    END-READ.
013990     CLOSE CONTROL-CARD-FILE.
013991
013992     IF CC-SEMESTER EQUAL SPACES
013993         DISPLAY 'TEACHLD: SEMESTER CARD IS BLANK - STOPPING'
013994         STOP RUN.
013995*    END-IF.
013996
014000     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
014100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
014200     MOVE VSIO-SEQUENTIAL TO
014300         VSIO-ACCESS OF SECTION-TABLE-FILE.
014400     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
014500     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
014600     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
014700     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
014800     MOVE VSIO-OPEN TO VSIO-COMMAND.
014900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015000                         SECTION-TABLE-FILE,
017700         VSIO-ORGANIZATION OF INSTRUCTOR-TABLE-FILE.
017800     MOVE VSIO-DIRECT TO VSIO-ACCESS OF INSTRUCTOR-TABLE-FILE.
017900     MOVE VSIO-INPUT TO VSIO-MODE OF INSTRUCTOR-TABLE-FILE.
018000     MOVE +31 TO VSIO-RECORD-LENGTH OF INSTRUCTOR-TABLE-FILE.
018100     MOVE +0 TO VSIO-KEY-POSITION OF INSTRUCTOR-TABLE-FILE.
018200     MOVE +5 TO VSIO-KEY-LENGTH OF INSTRUCTOR-TABLE-FILE.
018300     MOVE VSIO-OPEN TO VSIO-COMMAND.
020900*    END-IF.
021000
021100     OPEN OUTPUT REPORT-FILE.
021110     MOVE CC-SEMESTER TO HL1-SEMESTER.
021120     WRITE REPORT-LINE FROM HEADING-LINE-1.
021200
021300 010-PROCESS.
021400
026500*        END-IF
026600*    END-IF.
026700
026710     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
026720         GO TO 119-EXIT.
026730*    END-IF.
026740
026800     IF STR-INSTRUCTOR-ID EQUAL SPACES
026900         GO TO 119-EXIT.
027000*    END-IF.
