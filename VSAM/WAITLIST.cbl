001700* MODIFICATION HISTORY.                                          *
001800*   DATE       INIT  DESCRIPTION                                 *
001900*   08/23/2026 JM    ORIGINAL PROGRAM.                           *
001910*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
001920*                    SEMESTER (61 BYTES); EACH TERM OF A         *
001930*                    SECTION NOW KEEPS ITS OWN QUEUE.            *
002000* ************************************************************* *
002100
002200 ENVIRONMENT DIVISION.
005000 77  INSERT-AT                   PIC S9(4) COMP VALUE ZERO.
005100 77  ENTRY-FOUND-SW              PIC X(01)   VALUE 'N'.
005200     88  ENTRY-FOUND                         VALUE 'Y'.
005300 77  PREVIOUS-SECTION-KEY        PIC X(12)   VALUE LOW-VALUES.
005400
005500 01  SEARCH-KEY.
005600     02  SK-COURSE-ID            PIC X(06).
005610     02  SK-SEMESTER             PIC X(06).
005700     02  SK-POSITION             PIC 9(03).
005800     02  SK-WAIT-DATE            PIC 9(08).
005900
006100     02  WAIT-ENTRY OCCURS 500 TIMES.
006200         03  WTE-KEY.
006300             04  WTE-COURSE-ID   PIC X(06).
006310             04  WTE-SEMESTER    PIC X(06).
006400             04  WTE-POSITION    PIC 9(03).
006500             04  WTE-WAIT-DATE   PIC 9(08).
006600         03  WTE-STUDENT-ID      PIC X(07).
006800
006900 01  VSIO-PARAMETER-VALUES       COPY VSAMIO.
007000 01  STUDENT-MASTER-FILE         COPY VSAMIOFB.
008900     02  STR-DEPARTMENT          PIC 9(02).
009000     02  STR-COURSE              PIC 9(03).
009100     02  STR-NUMBER              PIC 9(01).
009110     02  STR-SEMESTER            PIC X(06).
009200     02  STR-DESCRIPTION         PIC X(11).
009300     02  STR-CAPACITY            PIC 9(03).
009400     02  STR-ENROLLED            PIC 9(03).
010100 01  SECTION-HEADING-LINE.
010200     02  FILLER                  PIC X(09)   VALUE 'SECTION  '.
010300     02  SH-COURSE-ID            PIC X(06).
010400     02  FILLER                  PIC X(01)   VALUE SPACES.
010410     02  SH-SEMESTER             PIC X(06).
010420     02  FILLER                  PIC X(02)   VALUE SPACES.
010500     02  SH-DESCRIPTION          PIC X(11).
010600     02  FILLER                  PIC X(11)   VALUE '  CAPACITY '.
010700     02  SH-CAPACITY             PIC ZZ9.
010800     02  FILLER                  PIC X(10)   VALUE '  ON FILE '.
010900     02  SH-ENROLLED             PIC ZZ9.
011000     02  FILLER                  PIC X(69)   VALUE SPACES.
011100
011200 01  COLUMN-HEADING-LINE.
011300     02  FILLER                  PIC X(10)   VALUE 'POSITION'.
016100     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
016200     MOVE VSIO-DIRECT TO VSIO-ACCESS OF SECTION-TABLE-FILE.
016300     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
016400     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
016500     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
016600     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
016700     MOVE VSIO-OPEN TO VSIO-COMMAND.
016800     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
016900                         SECTION-TABLE-FILE,
024300*    END-IF.
024400
024500     MOVE CIR-COURSE-ID TO SK-COURSE-ID.
024510     MOVE CIR-SEMESTER TO SK-SEMESTER.
024600     IF CIR-WAIT-POSITION NUMERIC
024700     AND CIR-WAIT-POSITION GREATER THAN ZERO
024800         MOVE CIR-WAIT-POSITION TO SK-POSITION
029100
029200     MOVE SEARCH-KEY TO WTE-KEY (WAIT-IDX).
029300     MOVE CIR-STUDENT-ID TO WTE-STUDENT-ID (WAIT-IDX).
029500
029600 149-EXIT.
029700     EXIT.
032000* ************************************************************** *
032100 200-PRINT-QUEUES.
032200
032300     MOVE LOW-VALUES TO PREVIOUS-SECTION-KEY.
032400     MOVE 1 TO WAIT-IDX.
032500     PERFORM 210-PRINT-ENTRY
032600        THRU 219-EXIT
033800
033900 210-PRINT-ENTRY.
034000
034100     IF WTE-KEY (WAIT-IDX) (1:12) NOT EQUAL PREVIOUS-SECTION-KEY
034200         MOVE WTE-KEY (WAIT-IDX) (1:12) TO PREVIOUS-SECTION-KEY
034300         PERFORM 230-PRINT-SECTION-HEADING THRU 239-EXIT.
034400*    END-IF.
034500
035700 230-PRINT-SECTION-HEADING.
035800
035900     MOVE SPACES TO SECTION-TABLE-RECORD.
036000     MOVE PREVIOUS-SECTION-KEY TO SECTION-TABLE-RECORD (1:12).
036100     MOVE VSIO-READ TO VSIO-COMMAND.
036200     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
036300                         SECTION-TABLE-FILE,
036400                         SECTION-TABLE-RECORD.
036500*    END-CALL.
036600
036700     MOVE PREVIOUS-SECTION-KEY (1:6) TO SH-COURSE-ID.
036710     MOVE PREVIOUS-SECTION-KEY (7:6) TO SH-SEMESTER.
036800     EVALUATE TRUE
036900         WHEN VSIO-SUCCESS
037000             MOVE STR-DESCRIPTION TO SH-DESCRIPTION
