000900* KEYED BY DEALER ID AND CARRYING THE DEALER NAME AND REGION    *
001000* FOR THE CAREDIT FEED VALIDATION AND THE DLRACT DAILY          *
001100* ACTIVITY REPORT.                                              *
001110* IT ALSO CARRIES THE DEALER'S CREDIT LIMIT IN WHOLE DOLLARS,   *
001120* WHICH CAREDIT HOLDS SALES AGAINST; A DEALER WITH NO LIMIT ON  *
001130* FILE IS NOT LIMIT-CHECKED.                                    *
001200*                                                                 *
001300* DRIVEN BY ACTION CARDS ON UT-S-DLRCARD:                       *
001400*   COL  1     ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE          *
001500*   COL  2-6   DEALER ID                                        *
001600*   COL  7-31  DEALER NAME                                      *
001700*   COL 32-41  REGION                                           *
001710*   COL 42-48  CREDIT LIMIT, WHOLE DOLLARS (BLANK ON A CHANGE   *
001720*              LEAVES IT AS IT IS; 'NONE' REMOVES IT)           *
001800*                                                                 *
001900* EVERY APPLIED OR REJECTED CARD IS LISTED ON THE MAINTENANCE   *
002000* REGISTER (SYSPRINT) WITH ITS DISPOSITION.                     *
002200* MODIFICATION HISTORY.                                          *
002300*   DATE       INIT  DESCRIPTION                                 *
002400*   08/23/2026 JM    ORIGINAL PROGRAM.                           *
002410*   10/15/2026 JM    DEALER CREDIT LIMIT ADDED (COLS 42-48)      *
002420*                    FOR THE CAREDIT CREDIT HOLD.                *
002500* ************************************************************* *
002600
002700 ENVIRONMENT DIVISION.
005300     02  AC-DEALER-ID            PIC X(05).
005400     02  AC-DEALER-NAME          PIC X(25).
005500     02  AC-REGION               PIC X(10).
005600     02  AC-CREDIT-LIMIT         PIC X(07).
005610         88  AC-REMOVE-LIMIT             VALUE 'NONE'.
005620     02  FILLER                  PIC X(32).
005700
005800 FD  REPORT-FILE
005900     LABEL RECORDS ARE OMITTED
007600     02  DLR-ID                  PIC X(05).
007700     02  DLR-NAME                PIC X(25).
007800     02  DLR-REGION              PIC X(10).
007900     02  DLR-CREDIT-LIMIT        PIC X(07).
007910     02  FILLER                  PIC X(03).
008000
008100 01  HEADING-LINE-1.
008200     02  FILLER                  PIC X(42)   VALUE
009100     02  RL-DEALER-NAME          PIC X(25).
009200     02  FILLER                  PIC X(02)   VALUE SPACES.
009300     02  RL-REGION               PIC X(10).
009310     02  FILLER                  PIC X(02)   VALUE SPACES.
009320     02  RL-CREDIT-LIMIT         PIC X(07).
009400     02  FILLER                  PIC X(02)   VALUE SPACES.
009500     02  RL-DISPOSITION          PIC X(30).
009600     02  FILLER                  PIC X(44)   VALUE SPACES.
009700
009800 PROCEDURE DIVISION.
009900
016000     MOVE AC-DEALER-ID TO RL-DEALER-ID.
016100     MOVE AC-DEALER-NAME TO RL-DEALER-NAME.
016200     MOVE AC-REGION TO RL-REGION.
016210     MOVE AC-CREDIT-LIMIT TO RL-CREDIT-LIMIT.
016300
016400     IF AC-DEALER-ID EQUAL SPACES
016500         MOVE 'NO DEALER ID ON CARD' TO RL-DISPOSITION
017300         PERFORM 170-WRITE-REJECT THRU 179-EXIT
017400         GO TO 119-EXIT.
017500*    END-IF.
017510
017520     IF (AC-ADD OR AC-CHANGE)
017530     AND AC-CREDIT-LIMIT NOT EQUAL SPACES
017540     AND NOT AC-REMOVE-LIMIT
017550     AND AC-CREDIT-LIMIT NOT NUMERIC
017560         MOVE 'CREDIT LIMIT NOT NUMERIC' TO RL-DISPOSITION
017570         PERFORM 170-WRITE-REJECT THRU 179-EXIT
017580         GO TO 119-EXIT.
017590*    END-IF.
017600
017700     EVALUATE TRUE
017800         WHEN AC-ADD
019500     MOVE AC-DEALER-ID TO DLR-ID.
019600     MOVE AC-DEALER-NAME TO DLR-NAME.
019700     MOVE AC-REGION TO DLR-REGION.
019710     IF NOT AC-REMOVE-LIMIT
019720         MOVE AC-CREDIT-LIMIT TO DLR-CREDIT-LIMIT.
019730*    END-IF.
019800     MOVE VSIO-WRITE TO VSIO-COMMAND.
019900     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
020000                         DEALER-TABLE-FILE,
023000     IF AC-REGION NOT EQUAL SPACES
023100         MOVE AC-REGION TO DLR-REGION.
023200*    END-IF.
023210     IF AC-REMOVE-LIMIT
023220         MOVE SPACES TO DLR-CREDIT-LIMIT
023230     ELSE
023240         IF AC-CREDIT-LIMIT NOT EQUAL SPACES
023250             MOVE AC-CREDIT-LIMIT TO DLR-CREDIT-LIMIT.
023260*        END-IF
023270*    END-IF.
023300     MOVE VSIO-REWRITE TO VSIO-COMMAND.
023400     CALL 'VSAMIO' USING VSIO-PARAMETER-BLOCK,
023500                         DEALER-TABLE-FILE,
