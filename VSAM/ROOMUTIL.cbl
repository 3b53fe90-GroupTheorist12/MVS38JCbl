001400* PERCENT-OCCUPANCY FIGURE AND THE ENROLLED SEATS AND SECTION   *
001500* COUNT USING THE ROOM -- THE PAGE THE SPACE COMMITTEE HAD      *
001600* BEEN ASSEMBLING BY HAND EVERY QUARTER.                        *
001610* SYSIN CARD: COLS 1-6 SEMESTER WHOSE SECTIONS ARE REPORTED --   *
001620* THE CURRENT TERM OR ANY PAST TERM STILL ON SECTTBL.            *
001630* EACH ROOM ALSO SHOWS ITS SEATS FROM THE ROOM MASTER (ROOMTBL)  *
001640* AND ITS SEAT FILL: ENROLLED SEATS OVER ROOM SEATS TIMES THE    *
001650* SECTIONS MEETING THERE.                                        *
001700*                                                                 *
001800* MODIFICATION HISTORY.                                          *
001900*   DATE       INIT  DESCRIPTION                                 *
002000*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002010*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002020*                    SEMESTER (61 BYTES); A SYSIN CARD NOW       *
002030*                    NAMES THE TERM REPORTED.                    *
002040*   10/15/2026 JM    EACH ROOM NOW SHOWS ITS ROOMTBL SEATS AND   *
002050*                    ITS SEAT-FILL PERCENT BESIDE THE HOUR       *
002060*                    OCCUPANCY.                                  *
002100* ************************************************************* *
002200
002300 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003010     SELECT CONTROL-CARD-FILE
003020         ASSIGN TO UT-S-SYSIN.
003030
003100     SELECT REPORT-FILE
003200         ASSIGN TO UR-1403-S-SYSPRINT.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
003510 FD  CONTROL-CARD-FILE
003520     LABEL RECORDS ARE OMITTED
003530     RECORD CONTAINS 80 CHARACTERS
003540     BLOCK CONTAINS 0 RECORDS
003550     DATA RECORD IS CONTROL-CARD-RECORD.
003560 01  CONTROL-CARD-RECORD.
003570     02  CC-SEMESTER             PIC X(06).
003580     02  FILLER                  PIC X(74).
003590
003600 FD  REPORT-FILE
003700     LABEL RECORDS ARE OMITTED
003800     RECORD CONTAINS 132 CHARACTERS
005600 77  WS-BAND-END                 PIC 9(04)   VALUE ZERO.
005700 77  WS-OCCUPIED-CELLS           PIC S9(4) COMP VALUE ZERO.
005800 77  WS-PERCENT                  PIC S9(3) COMP-3 VALUE ZERO.
005810 77  WS-SEAT-FILL                PIC S9(5) COMP-3 VALUE ZERO.
005900
006000 77  BAND-COUNT                  PIC S9(4) COMP VALUE +13.
006100 01  WEEKDAY-LETTERS             PIC X(05) VALUE 'MTWRF'.
007900         03  RME-ROOM            PIC X(05).
008000         03  RME-SECTIONS        PIC S9(4) COMP.
008100         03  RME-SEATS           PIC S9(7) COMP.
008110         03  RME-ROOM-SEATS      PIC S9(4) COMP.
008120         03  RME-ON-MASTER-SW    PIC X(01).
008130             88  RME-ON-MASTER           VALUE 'Y'.
008200         03  RME-DAY OCCURS 5 TIMES.
008300             04  RME-BAND OCCURS 13 TIMES
008400                                 PIC X(01).
008500
008600 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
008700 01  SECTION-TABLE-FILE          COPY VSAMIOFB.
008710 01  ROOM-TABLE-FILE             COPY VSAMIOFB.
008720
008730 01  ROOM-TABLE-RECORD.
008740     02  RMR-ROOM                PIC X(05).
008750     02  RMR-BUILDING            PIC X(20).
008760     02  RMR-SEATS               PIC 9(03).
008770     02  RMR-ROOM-TYPE           PIC X(01).
008780     02  RMR-AVAILABLE           PIC X(01).
008790     02  FILLER                  PIC X(10).
008800
008900 01  SECTION-TABLE-RECORD.
009000     02  STR-DEPARTMENT          PIC 9(02).
009100     02  STR-COURSE              PIC 9(03).
009200     02  STR-NUMBER              PIC 9(01).
009210     02  STR-SEMESTER            PIC X(06).
009300     02  STR-DESCRIPTION         PIC X(11).
009400     02  STR-CAPACITY            PIC 9(03).
009500     02  STR-ENROLLED            PIC 9(03).
010200 01  HEADING-LINE-1.
010300     02  FILLER                  PIC X(46) VALUE
010400         'ROOMUTIL - ROOM UTILIZATION BY WEEKDAY AND    '.
010500     02  FILLER                  PIC X(04) VALUE 'HOUR'.
010510     02  FILLER                  PIC X(11) VALUE
010520         '  SEMESTER '.
010530     02  HL1-SEMESTER            PIC X(06).
010540     02  FILLER                  PIC X(65) VALUE SPACES.
010600
010700 01  ROOM-HEAD-LINE.
010800     02  FILLER                  PIC X(06) VALUE 'ROOM: '.
011500     02  FILLER                  PIC X(14) VALUE '  OCCUPANCY:  '.
011600     02  RHL-PERCENT             PIC ZZ9.
011700     02  FILLER                  PIC X(04) VALUE ' PCT'.
011710     02  RHL-SEAT-INFO           PIC X(37).
011800     02  FILLER                  PIC X(20) VALUE SPACES.
011810
011820 01  SEAT-FILL-AREA.
011830     02  FILLER                  PIC X(14) VALUE
011840         '  ROOM SEATS: '.
011850     02  SFA-ROOM-SEATS          PIC ZZ9.
011860     02  FILLER                  PIC X(13) VALUE
011870         '  SEAT FILL: '.
011880     02  SFA-SEAT-FILL           PIC ZZ9.
011890     02  FILLER                  PIC X(04) VALUE ' PCT'.
011900
012000 01  BAND-HEAD-LINE.
012100     02  FILLER                  PIC X(05) VALUE SPACES.
013700
013800 000-INITIATE.
013900
013910     OPEN INPUT CONTROL-CARD-FILE.
013920     MOVE SPACES TO CONTROL-CARD-RECORD.
013930     READ CONTROL-CARD-FILE
013940         AT END
013950             DISPLAY 'ROOMUTIL: NO SEMESTER CARD SUPPLIED - '
013960                     'STOPPING'
013970             STOP RUN.
013980*    END-READ.
013990     CLOSE CONTROL-CARD-FILE.
013991
013992     IF CC-SEMESTER EQUAL SPACES
013993         DISPLAY 'ROOMUTIL: SEMESTER CARD IS BLANK - STOPPING'
013994         STOP RUN.
013995*    END-IF.
013996
014000     MOVE 'SECTTBL' TO VSIO-DDNAME OF SECTION-TABLE-FILE.
014100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
014200     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
014300     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
014400     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
014500     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
014600     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
014700     MOVE VSIO-OPEN TO VSIO-COMMAND.
014800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
014900                         SECTION-TABLE-FILE,
015400         STOP RUN.
015500*    END-IF.
015600
015610     MOVE 'ROOMTBL' TO VSIO-DDNAME OF ROOM-TABLE-FILE.
015620     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF ROOM-TABLE-FILE.
015630     MOVE VSIO-DIRECT TO VSIO-ACCESS OF ROOM-TABLE-FILE.
015640     MOVE VSIO-INPUT TO VSIO-MODE OF ROOM-TABLE-FILE.
015650     MOVE +40 TO VSIO-RECORD-LENGTH OF ROOM-TABLE-FILE.
015660     MOVE +0 TO VSIO-KEY-POSITION OF ROOM-TABLE-FILE.
015670     MOVE +5 TO VSIO-KEY-LENGTH OF ROOM-TABLE-FILE.
015680     MOVE VSIO-OPEN TO VSIO-COMMAND.
015690     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
015691                         ROOM-TABLE-FILE,
015692                         ROOM-TABLE-RECORD.
015693*    END-CALL.
015694     IF NOT VSIO-SUCCESS
015695         PERFORM 500-DISPLAY-UNKNOWN-ERROR THRU 509-EXIT
015696         STOP RUN.
015697*    END-IF.
015698
015700     OPEN OUTPUT REPORT-FILE.
015710     MOVE CC-SEMESTER TO HL1-SEMESTER.
015800     WRITE REPORT-LINE FROM HEADING-LINE-1.
015900
016000 010-PROCESS.
017900                         SECTION-TABLE-FILE,
018000                         SECTION-TABLE-RECORD.
018100*    END-CALL.
018110     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
018120                         ROOM-TABLE-FILE,
018130                         ROOM-TABLE-RECORD.
018140*    END-CALL.
018200
018300     DISPLAY 'ROOMUTIL: ROOMS REPORTED: ' ROOM-COUNT.
018400     STOP RUN.
020300         GO TO 119-EXIT.
020400*    END-IF.
020500
020510     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
020520         GO TO 119-EXIT.
020530*    END-IF.
020540
020600     IF STR-ROOM EQUAL SPACES
020700     OR STR-MEET-DAYS EQUAL SPACES
020800     OR STR-START-TIME NOT NUMERIC
025400     MOVE STR-ROOM TO RME-ROOM (ROOM-IDX).
025500     MOVE ZERO TO RME-SECTIONS (ROOM-IDX).
025600     MOVE ZERO TO RME-SEATS (ROOM-IDX).
025610
025620     MOVE SPACES TO ROOM-TABLE-RECORD.
025630     MOVE STR-ROOM TO RMR-ROOM.
025640     MOVE VSIO-READ TO VSIO-COMMAND.
025650     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
025660                         ROOM-TABLE-FILE,
025670                         ROOM-TABLE-RECORD.
025680*    END-CALL.
025690     IF VSIO-SUCCESS
025691     AND RMR-SEATS NUMERIC
025692         MOVE 'Y' TO RME-ON-MASTER-SW (ROOM-IDX)
025693         MOVE RMR-SEATS TO RME-ROOM-SEATS (ROOM-IDX)
025694     ELSE
025695         MOVE 'N' TO RME-ON-MASTER-SW (ROOM-IDX)
025696         MOVE ZERO TO RME-ROOM-SEATS (ROOM-IDX)
025697         MOVE +0 TO VSIO-RETURN-CODE.
025698*    END-IF.
025699
025700     MOVE 1 TO DAY-IDX.
025800     PERFORM 134-CLEAR-ONE-DAY
025900        THRU 134-EXIT
037200     MOVE RME-SECTIONS (ROOM-IDX) TO RHL-SECTIONS.
037300     MOVE RME-SEATS (ROOM-IDX) TO RHL-SEATS.
037400     MOVE WS-PERCENT TO RHL-PERCENT.
037410     IF RME-ON-MASTER (ROOM-IDX)
037420     AND RME-ROOM-SEATS (ROOM-IDX) GREATER THAN ZERO
037470         COMPUTE WS-SEAT-FILL ROUNDED =
037480             RME-SEATS (ROOM-IDX) * 100 /
037490             (RME-SECTIONS (ROOM-IDX) * RME-ROOM-SEATS (ROOM-IDX))
037491         IF WS-SEAT-FILL GREATER THAN 999
037492             MOVE 999 TO WS-SEAT-FILL
037493         END-IF
037494         MOVE RME-ROOM-SEATS (ROOM-IDX) TO SFA-ROOM-SEATS
037495         MOVE WS-SEAT-FILL TO SFA-SEAT-FILL
037496         MOVE SEAT-FILL-AREA TO RHL-SEAT-INFO
037496     ELSE
037497         MOVE '  ROOM NOT ON ROOM MASTER' TO RHL-SEAT-INFO.
037498*    END-IF.
037500     WRITE REPORT-LINE FROM ROOM-HEAD-LINE.
037600     WRITE REPORT-LINE FROM BAND-HEAD-LINE.
037700
