002900* MODIFICATION HISTORY.                                          *
003000*   DATE       INIT  DESCRIPTION                                 *
003100*   08/11/2026 JM    ORIGINAL PROGRAM.                           *
003110*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
003120*                    SEMESTER (61 BYTES); ENROLLMENTS TALLY TO   *
003130*                    THE SECTION OF THEIR OWN SEMESTER AND THE   *
003140*                    COUNT TABLE HOLDS 2000 SECTION TERMS.       *
003200* ************************************************************* *
003300
003400 ENVIRONMENT DIVISION.
007500
007600 77  SECTION-COUNT               PIC S9(4) COMP VALUE ZERO.
007700 77  SECTION-IDX                 PIC S9(4) COMP VALUE ZERO.
007800 77  SECTION-LIMIT               PIC S9(4) COMP VALUE +2000.
007900
008000 77  ORPHAN-COUNTER              PIC S9(8) COMP VALUE ZERO.
008100 77  DUPLICATE-COUNTER           PIC S9(8) COMP VALUE ZERO.
009200* TALLIED FROM THE ENROLLMENT RECORDS.                           *
009300* ************************************************************** *
009400 01  SECTION-COUNT-TABLE.
009500     02  SECTION-COUNT-ENTRY OCCURS 2000 TIMES.
009600         03  SE-SECTION-KEY.
009610             04  SE-SECTION-ID   PIC X(06).
009620             04  SE-SEMESTER     PIC X(06).
009700         03  SE-ON-FILE-COUNT    PIC S9(5) COMP-3.
009800         03  SE-ENROLLED-COUNT   PIC S9(5) COMP-3.
009900         03  SE-WAITLIST-COUNT   PIC S9(5) COMP-3.
012300     02  STR-DEPARTMENT          PIC 9(02).
012400     02  STR-COURSE              PIC 9(03).
012500     02  STR-NUMBER              PIC 9(01).
012510     02  STR-SEMESTER            PIC X(06).
012600     02  STR-DESCRIPTION         PIC X(11).
012700     02  STR-CAPACITY            PIC 9(03).
012800     02  STR-ENROLLED            PIC 9(03).
013300     02  STR-XLIST-SHARE         PIC 9(03).
013400
013500 01  SECTION-KEY-VIEW REDEFINES SECTION-TABLE-RECORD.
013600     02  STR-SECTION-KEY         PIC X(12).
013700     02  FILLER                  PIC X(49).
013800
013900 01  HEADING-LINE-1.
014000     02  FILLER                  PIC X(40) VALUE
016000
016100 01  DRIFT-LINE.
016200     02  FILLER                  PIC X(08) VALUE 'SECTION '.
016300     02  DR-SECTION-KEY.
016310         03  DR-SECTION-ID       PIC X(06).
016320         03  FILLER              PIC X(01) VALUE SPACE.
016330         03  DR-SEMESTER         PIC X(06).
016400     02  FILLER                  PIC X(14) VALUE
016500         '  STR-ENROLLED'.
016600     02  DR-STR-ENROLLED         PIC ZZZZ9.
017200     02  DR-WAITLIST             PIC ZZZZ9.
017300     02  FILLER                  PIC X(09) VALUE SPACES.
017400     02  DR-ACTION               PIC X(10).
017500     02  FILLER                  PIC X(38) VALUE SPACES.
017600
017700 01  TOTAL-LINE.
017800     02  FILLER                  PIC X(09) VALUE 'ORPHANS: '.
022200     ELSE
022300         MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
022400*    END-IF.
022500     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
022600     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
022700     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
022800     MOVE VSIO-OPEN TO VSIO-COMMAND.
022900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023000                         SECTION-TABLE-FILE,
029700* ************************************************************** *
029800 050-LOAD-ONE-SECTION.
029900
030000     MOVE SPACES TO SECTION-TABLE-RECORD (1:12).
030100     MOVE VSIO-READ TO VSIO-COMMAND.
030200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
030300                         SECTION-TABLE-FILE,
039700
039800 125-LOOK-FOR-SECTION.
039900
040000     IF SE-SECTION-ID (SECTION-IDX) EQUAL
040100             COURSE-INFO-RECORD (11:6)
040110     AND SE-SEMESTER (SECTION-IDX) EQUAL CIR-SEMESTER
040200         MOVE 'Y' TO WS-FOUND-SW
040300     ELSE
040400         ADD 1 TO SECTION-IDX.
044000
044100     MOVE SPACES TO SECTION-TABLE-RECORD.
044200     MOVE SE-SECTION-KEY (SECTION-IDX)
044300         TO SECTION-TABLE-RECORD (1:12).
044400     MOVE VSIO-READ TO VSIO-COMMAND.
044500     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
044600                         SECTION-TABLE-FILE,
045600*    END-IF.
045700
045800     ADD +1 TO DRIFT-COUNTER.
045900     MOVE SE-SECTION-ID (SECTION-IDX) TO DR-SECTION-ID.
045910     MOVE SE-SEMESTER (SECTION-IDX) TO DR-SEMESTER.
046000     MOVE STR-ENROLLED TO DR-STR-ENROLLED.
046100     MOVE SE-ON-FILE-COUNT (SECTION-IDX) TO DR-ON-FILE.
046200     MOVE SE-ENROLLED-COUNT (SECTION-IDX) TO DR-ENROLLED.
