001400* PATH'S CONFLICT CHECK READS A STUDENT'S SECTIONS) TO LIST     *
001500* EVERY STUDENT HOLDING TWO EXAMS IN THE SAME SLOT.             *
001600*                                                                 *
001700* SYSIN CARD: COLS 1-6 SEMESTER (THE TERM WHOSE SECTIONS ARE     *
001800* SCHEDULED, AND FOR THE STUDENT CONFLICT PASS).  A SECTION      *
001810* WHOSE MEETING PATTERN HAS NO SLOT ON THE MATRIX IS LISTED      *
001900* UNASSIGNED.                                                    *
002000*                                                                 *
002100* MODIFICATION HISTORY.                                          *
002200*   DATE       INIT  DESCRIPTION                                 *
002300*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002310*   10/15/2026 JM    SECTION RECORDS ARE KEYED BY SECTION +      *
002320*                    SEMESTER (61 BYTES); ONLY THE SYSIN         *
002330*                    CARD'S TERM IS SCHEDULED.                   *
002400* ************************************************************* *
002500
002600 ENVIRONMENT DIVISION.
013700     02  STR-DEPARTMENT          PIC 9(02).
013800     02  STR-COURSE              PIC 9(03).
013900     02  STR-NUMBER              PIC 9(01).
013910     02  STR-SEMESTER            PIC X(06).
014000     02  STR-DESCRIPTION         PIC X(11).
014100     02  STR-CAPACITY            PIC 9(03).
014200     02  STR-ENROLLED            PIC 9(03).
025900     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF SECTION-TABLE-FILE.
026000     MOVE VSIO-SEQUENTIAL TO VSIO-ACCESS OF SECTION-TABLE-FILE.
026100     MOVE VSIO-INPUT TO VSIO-MODE OF SECTION-TABLE-FILE.
026200     MOVE +61 TO VSIO-RECORD-LENGTH OF SECTION-TABLE-FILE.
026300     MOVE +0 TO VSIO-KEY-POSITION OF SECTION-TABLE-FILE.
026400     MOVE +12 TO VSIO-KEY-LENGTH OF SECTION-TABLE-FILE.
026500     MOVE VSIO-OPEN TO VSIO-COMMAND.
026600     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
026700                         SECTION-TABLE-FILE,
038000         GO TO 119-EXIT.
038100*    END-IF.
038200
038210     IF STR-SEMESTER NOT EQUAL CC-SEMESTER
038220         GO TO 119-EXIT.
038230*    END-IF.
038240
038300     IF STR-MEET-DAYS EQUAL SPACES
038400     OR STR-START-TIME NOT NUMERIC
038500         GO TO 119-EXIT.
