002100*   COL 13-18  FLAT FEE        (9(4)V99)                        *
002200*   COL 19-20  FULL-TIME CAP   (9(2))                           *
002300*   COL 21-26  AUDIT FEE       (9(4)V99)                        *
002310*   COL 27-31  NON-RESIDENT RATE PER HOUR (9(3)V99) -- BLANK OR *
002320*              ZERO CARRIES THE RESIDENT RATE, SO EXISTING DECKS*
002330*              PRICE EVERY STUDENT AS BEFORE; A RATE BELOW THE  *
002340*              RESIDENT RATE IS REJECTED AS A KEYING ERROR.     *
002400*                                                                 *
002500* EVERY CARD IS LISTED ON A REGISTER WITH ITS DISPOSITION.      *
002600*                                                                 *
002700* MODIFICATION HISTORY.                                          *
002800*   DATE       INIT  DESCRIPTION                                 *
002900*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002910*   10/15/2026 JM    NON-RESIDENT RATE PER HOUR (TUITTBL RECORDS *
002920*                    GREW TO 30 BYTES).                          *
003000* ************************************************************* *
003100
003200 ENVIRONMENT DIVISION.
006000     02  AC-FLAT-FEE             PIC 9(4)V99.
006100     02  AC-FULLTIME-CAP         PIC 9(02).
006200     02  AC-AUDIT-FEE            PIC 9(4)V99.
006300     02  AC-NONRES-RATE          PIC X(05).
006310     02  FILLER REDEFINES AC-NONRES-RATE.
006320         03  AC-NONRES-RATE-N    PIC 9(3)V99.
006330     02  FILLER                  PIC X(49).
006400
006500 FD  REPORT-FILE
006600     LABEL RECORDS ARE OMITTED
008700     02  TTR-FLAT-FEE            PIC 9(4)V99.
008800     02  TTR-FULLTIME-CAP        PIC 9(02).
008900     02  TTR-AUDIT-FEE           PIC 9(4)V99.
008910     02  TTR-NONRES-RATE-PER-HOUR
008920                                 PIC 9(3)V99.
009000
009100 01  SEMESTER-TABLE-RECORD.
009200     02  SMR-CODE                PIC X(06).
011000     02  FILLER                  PIC X(02)   VALUE SPACES.
011100     02  RL-AUDIT-FEE            PIC Z,ZZ9.99.
011200     02  FILLER                  PIC X(02)   VALUE SPACES.
011210     02  RL-NONRES-RATE          PIC ZZ9.99.
011220     02  FILLER                  PIC X(02)   VALUE SPACES.
011300     02  RL-DISPOSITION          PIC X(30).
011400     02  FILLER                  PIC X(50)   VALUE SPACES.
011500
011600 PROCEDURE DIVISION.
011700
012500     MOVE VSIO-KSDS TO VSIO-ORGANIZATION OF TUITION-RATE-FILE.
012600     MOVE VSIO-DIRECT TO VSIO-ACCESS OF TUITION-RATE-FILE.
012700     MOVE VSIO-I-O TO VSIO-MODE OF TUITION-RATE-FILE.
012800     MOVE +30 TO VSIO-RECORD-LENGTH OF TUITION-RATE-FILE.
012900     MOVE +0 TO VSIO-KEY-POSITION OF TUITION-RATE-FILE.
013000     MOVE +6 TO VSIO-KEY-LENGTH OF TUITION-RATE-FILE.
013100     MOVE VSIO-OPEN TO VSIO-COMMAND.
019400
019500     MOVE AC-ACTION TO RL-ACTION.
019600     MOVE AC-SEMESTER TO RL-SEMESTER.
019700     MOVE ZERO TO RL-RATE, RL-FLAT-FEE, RL-CAP, RL-AUDIT-FEE,
019710                  RL-NONRES-RATE.
019800
019900     IF AC-SEMESTER EQUAL SPACES
020000         MOVE 'NO SEMESTER ON CARD' TO RL-DISPOSITION
021800     OR AC-FLAT-FEE NOT NUMERIC
021900     OR AC-FULLTIME-CAP NOT NUMERIC
022000     OR AC-AUDIT-FEE NOT NUMERIC
022010     OR (AC-NONRES-RATE NOT EQUAL SPACES
022020         AND AC-NONRES-RATE-N NOT NUMERIC)
022100         MOVE 'RATE FIELDS NOT NUMERIC' TO RL-DISPOSITION
022200         PERFORM 170-WRITE-REJECT THRU 179-EXIT
022300         GO TO 119-EXIT.
022700     MOVE AC-FLAT-FEE TO RL-FLAT-FEE.
022800     MOVE AC-FULLTIME-CAP TO RL-CAP.
022900     MOVE AC-AUDIT-FEE TO RL-AUDIT-FEE.
022908     IF AC-NONRES-RATE EQUAL SPACES
022916     OR AC-NONRES-RATE-N EQUAL ZERO
022924         MOVE AC-RATE-PER-HOUR TO RL-NONRES-RATE
022932     ELSE
022940         MOVE AC-NONRES-RATE-N TO RL-NONRES-RATE
022948         IF AC-NONRES-RATE-N LESS THAN AC-RATE-PER-HOUR
022956             MOVE 'NON-RES RATE BELOW RESIDENT' TO RL-DISPOSITION
022964             PERFORM 170-WRITE-REJECT THRU 179-EXIT
022972             GO TO 119-EXIT.
022980*        END-IF
022988*    END-IF.
023000
023100     MOVE SPACES TO SEMESTER-TABLE-RECORD.
023200     MOVE AC-SEMESTER TO SMR-CODE.
024800     MOVE AC-FLAT-FEE TO TTR-FLAT-FEE.
024900     MOVE AC-FULLTIME-CAP TO TTR-FULLTIME-CAP.
025000     MOVE AC-AUDIT-FEE TO TTR-AUDIT-FEE.
025010     IF AC-NONRES-RATE EQUAL SPACES
025020     OR AC-NONRES-RATE-N EQUAL ZERO
025030         MOVE AC-RATE-PER-HOUR TO TTR-NONRES-RATE-PER-HOUR
025040     ELSE
025050         MOVE AC-NONRES-RATE-N TO TTR-NONRES-RATE-PER-HOUR.
025060*    END-IF.
025100     MOVE +30 TO VSIO-RECORD-LENGTH OF TUITION-RATE-FILE.
025200
025300     IF AC-ADD
025400         MOVE VSIO-WRITE TO VSIO-COMMAND
