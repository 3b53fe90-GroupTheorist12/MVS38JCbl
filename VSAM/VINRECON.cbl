001800* MODIFICATION HISTORY.                                          *
001900*   DATE       INIT  DESCRIPTION                                 *
002000*   09/03/2026 JM    ORIGINAL PROGRAM.                           *
002010*   10/15/2026 JM    UNITS WRITTEN OFF BY A PHYSICAL COUNT ARE   *
002020*                    NO LONGER COUNTED AS ON HAND.               *
002100* ************************************************************* *
002200
002300 ENVIRONMENT DIVISION.
008200     02  VMR-STATUS              PIC X(01).
008300         88  VMR-ON-HAND                 VALUE 'H'.
008400         88  VMR-SOLD                    VALUE 'S'.
008410         88  VMR-WRITTEN-OFF             VALUE 'W'.
008500     02  VMR-RECEIPT-DATE        PIC 9(08).
008600     02  VMR-SALE-DATE           PIC 9(08).
008700     02  VMR-DEALER-ID           PIC X(05).
012800
012900 01  TOTAL-LINE-2.
013000     02  FILLER                  PIC X(26)   VALUE
013100         'SOLD/WRITTEN-OFF RECORDS: '.
013200     02  TL2-UNITS               PIC ZZZ,ZZ9.
013300     02  FILLER                  PIC X(99)   VALUE SPACES.
013400
024800* ************************************************************** *
024900* TALLIES ONE VIN RECORD INTO THE MAKE/MODEL TABLE.  ONLY        *
025000* ON-HAND UNITS COUNT AGAINST CMR-QUANTITY; SOLD UNITS ARE       *
025100* HISTORY AND ARE TOTALED SEPARATELY, AS ARE UNITS WRITTEN OFF   *
025110* BY A PHYSICAL COUNT.                                           *
025200* ************************************************************** *
025300 100-TALLY-VIN-RECORD.
025400
027300     ADD +1 TO VIN-READ-COUNTER.
027400
027500     IF VMR-SOLD
027510     OR VMR-WRITTEN-OFF
027600         ADD +1 TO SOLD-UNITS-TOTAL
027700         GO TO 109-EXIT.
027800*    END-IF.
